      * CODES AGAINST THE SAME TABLE SORTINGSTUDENTS USES BEFORE A
      * RECORD IS EVER ACCEPTED, AND PRODUCES AN APPLIED/REJECTED
      * REGISTER PLUS AN AUDIT JOURNAL OF BEFORE-AND-AFTER IMAGES.
      * THE MASTER IS INDEXED ON STUDENT ID, SO EACH CARD IS
      * APPLIED IN PLACE AS IT IS READ BY A KEYED WRITE, REWRITE OR
      * DELETE.
      * EACH CARD CARRIES THE OPERATOR SUBMITTING IT, WHO MUST HOLD
      * AN OPERAUTH GRANT FOR STU-MAINT AND THAT ACTION (SEE
      * OPRAUTH).
      * A WITHDRAWAL OF A STUDENT ALREADY BILLED FOR THE TERM IS
      * REFUNDED AUTOMATICALLY FROM THE REFSCHED REFUND SCHEDULE:
      * THE WITHDRAWAL DATE ON THE CARD (RUN DATE WHEN BLANK) IS
      * COUNTED IN WEEKS FROM THE TERM START AND THE SCHEDULE GIVES
      * THE PERCENTAGE OF THE GROSS TUITION ON THE INVOICE THAT IS
      * REFUNDABLE. EMPLOYEE TUITION REMISSION (REMITELIG) AND THEN
      * AID FROM THE AWARDS MASTER IS RETURNED TO ITS FUNDS FIRST,
      * UP TO WHAT EACH PAID, IN THE ORDER TUITION-BILL APPLIED
      * THEM; WHAT REMAINS IS
      * CREDITED TO THE STUDENT'S RECEIVABLE, AND A CREDIT BALANCE
      * LEAVES AS A REFUND DISBURSEMENT RECORD ON STUREFDISB.
      * EVERY WITHDRAWAL IS LISTED ON THE REFUNDRPT REGISTER, AND
      * EVERY REFUND POSTED, WITH THE AID RETURNED BY FUND, IS
      * APPENDED TO THE TUITHIST ACTIVITY HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT STU-AR ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUAR"
             FILE STATUS IS JRNL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REF-SCHED ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/REFSCHED"
             FILE STATUS IS RFS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TUIT-INVOICE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITINV"
             FILE STATUS IS INV-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AWARDS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/AWARDS"
             FILE STATUS IS AWD-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REMIT-ELIG ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/REMITELIG"
             FILE STATUS IS REM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REFUND-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/REFUNDRPT"
             FILE STATUS IS RFR-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TUIT-HIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITHIST"
             FILE STATUS IS HST-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REFUND-DISB ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUREFDISB"
             FILE STATUS IS RFD-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STU-TRANS.
         05 ST-GPA              PIC 9V99.
         05 ST-CREDHRS          PIC 9(3).
         05 ST-MAJOR            PIC X(3).
         05 ST-OPERATOR         PIC X(8).
      * WITHDRAWAL DATE (YYYYMMDD) FOR THE REFUND; BLANK MEANS THE
      * RUN DATE. IGNORED ON ADD AND CHANGE CARDS.
         05 ST-WD-DATE          PIC 9(8).
         05 ST-WD-DATE-X REDEFINES ST-WD-DATE PIC X(8).

       FD STUDENTSFILE.
           COPY STUREC.

       FD STU-AR.
           COPY STUARREC.
       FD MAINT-JRNL.
       01 MAINT-JRNL-LINE    PIC X(60).

      * ONE LINE PER TERM PER WEEK OF WITHDRAWAL. WEEK 1 IS THE
      * FIRST SEVEN DAYS FROM THE TERM START; A WEEK NOT ON THE
      * SCHEDULE REFUNDS NOTHING.
       FD REF-SCHED.
       01 REF-SCHED-REC.
         05 RF-TERM             PIC X(5).
         05 RF-TERM-START       PIC 9(8).
         05 RF-WEEK             PIC 9(2).
         05 RF-PCT              PIC 9(3)V99.

       FD TUIT-INVOICE.
           COPY TUITINVREC.

       FD AWARDS.
           COPY AWARDREC.

       FD REMIT-ELIG.
           COPY REMITREC.

       FD REFUND-RPT.
       01 REFUND-RPT-LINE    PIC X(80).

       FD TUIT-HIST.
           COPY TUITHISTREC.

       FD REFUND-DISB.
       01 REFUND-DISB-REC.
         05 RD-STU-ID           PIC 9(7).
         05 RD-NAME             PIC X(21).
         05 RD-TERM             PIC X(5).
         05 RD-WD-DATE          PIC 9(8).
         05 RD-AMOUNT           PIC 9(7)V99.
         05 RD-RUN-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

       01 TRANS-FILE-STATUS  PIC X(2).
       01 STU-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS    PIC X(2).
       01 JRNL-FILE-STATUS   PIC X(2).

       01 WS-TRANS-EOF-SW    PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-STU-OPEN-SW     PIC X VALUE "N".
         88 STUDENTS-OPEN VALUE "Y".
       01 WS-OPER-DENIED-SW  PIC X VALUE "N".
         88 OPERATOR-DENIED VALUE "Y".

      * A STUDENT ON PAST-DUE HOLD (SET BY TUIT-PAYMENT ON THE
      * RECEIVABLES MASTER) CANNOT ADD OR CHANGE ENROLLMENT UNTIL
      * THE BALANCE CLEARS. NO RECEIVABLES MASTER MEANS NO HOLDS
      * AND NO WITHDRAWAL REFUNDS.
       01 SAR-FILE-STATUS    PIC X(2).
       01 WS-SAR-PRESENT-SW  PIC X VALUE "N".
         88 STU-AR-PRESENT VALUE "Y".
         88 STUDENT-HELD VALUE "Y".
       01 WS-HELD-COUNT      PIC 9(5) VALUE 0.

      * WITHDRAWAL REFUNDS.
       01 RFS-FILE-STATUS    PIC X(2).
       01 INV-FILE-STATUS    PIC X(2).
       01 AWD-FILE-STATUS    PIC X(2).
       01 REM-FILE-STATUS    PIC X(2).
       01 WS-REM-EOF-SW      PIC X VALUE "N".
         88 REM-EOF VALUE "Y".
       01 WS-REMIT-FUND      PIC X(4) VALUE "REMT".
       01 RFR-FILE-STATUS    PIC X(2).
       01 RFD-FILE-STATUS    PIC X(2).
       01 HST-FILE-STATUS    PIC X(2).
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-RFS-EOF-SW      PIC X VALUE "N".
         88 RFS-EOF VALUE "Y".
       01 WS-INV-EOF-SW      PIC X VALUE "N".
         88 INV-EOF VALUE "Y".
       01 WS-INV-FOUND-SW    PIC X VALUE "N".
         88 INVOICE-FOUND VALUE "Y".
       01 WS-AWD-EOF-SW      PIC X VALUE "N".
         88 AWD-EOF VALUE "Y".
       01 WS-SCHED-TERM-SW   PIC X VALUE "N".
         88 TERM-ON-SCHEDULE VALUE "Y".
       01 WS-WD-BILLED-SW    PIC X VALUE "N".
         88 WITHDRAWAL-BILLED VALUE "Y".

       01 WS-RFS-MAX         PIC 9(3) VALUE 300.
       01 WS-RFS-COUNT       PIC 9(3) VALUE 0.
       01 WS-RFS-IDX         PIC 9(3).
       01 WS-RFS-TABLE.
         05 WS-RFS-ENTRY OCCURS 300 TIMES.
           10 WS-RFS-TERM      PIC X(5).
           10 WS-RFS-START     PIC 9(8).
           10 WS-RFS-WEEK      PIC 9(2).
           10 WS-RFS-PCT       PIC 9(3)V99.

       01 WS-WD-NAME.
         05 WS-WD-FIRSTNAME    PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-WD-LASTNAME     PIC X(10).
       01 WS-WD-DATE         PIC 9(8) VALUE 0.
       01 WS-WD-TERM         PIC X(5) VALUE SPACES.
       01 WS-WD-TERM-START   PIC 9(8) VALUE 0.
       01 WS-WD-DAY-COUNT    PIC S9(9) VALUE 0.
       01 WS-WD-DAYS-IN      PIC S9(9) VALUE 0.
       01 WS-WD-WEEK         PIC 9(3) VALUE 0.
       01 WS-WD-PCT          PIC 9(3)V99 VALUE 0.
       01 WS-WD-GROSS        PIC 9(7)V99 VALUE 0.
       01 WS-WD-REFUND       PIC 9(7)V99 VALUE 0.
       01 WS-WD-AID-APPLIED  PIC 9(7)V99 VALUE 0.
       01 WS-WD-ONE-AID      PIC 9(7)V99 VALUE 0.
       01 WS-WD-AID-ROOM     PIC 9(7)V99 VALUE 0.
       01 WS-WD-FUND-RETURN  PIC 9(7)V99 VALUE 0.
       01 WS-WD-RET-FUND     PIC X(4).
       01 WS-WD-AID-RETURNED PIC 9(7)V99 VALUE 0.
       01 WS-WD-TO-STUDENT   PIC 9(7)V99 VALUE 0.
       01 WS-WD-DISBURSED    PIC 9(7)V99 VALUE 0.

       01 WS-WD-COUNT        PIC 9(5) VALUE 0.
       01 WS-DISB-COUNT      PIC 9(5) VALUE 0.
       01 WS-RUN-REFUND      PIC 9(9)V99 VALUE 0.
       01 WS-RUN-AID-RETURN  PIC 9(9)V99 VALUE 0.
       01 WS-RUN-TO-STUDENT  PIC 9(9)V99 VALUE 0.

      * AID RETURNED BY FUND FOR THE WITHDRAWAL IN HAND, HELD SO
      * THE FUND LINES PRINT UNDER THE REGISTER LINE.
       01 WS-WDF-MAX         PIC 9(2) VALUE 20.
       01 WS-WDF-COUNT       PIC 9(2) VALUE 0.
       01 WS-WDF-IDX         PIC 9(2).
       01 WS-WDF-TABLE.
         05 WS-WDF-ENTRY OCCURS 20 TIMES.
           10 WS-WDF-FUND      PIC X(4).
           10 WS-WDF-AMOUNT    PIC 9(7)V99.
       01 WS-RUN-DISBURSED   PIC 9(9)V99 VALUE 0.

           COPY DATEDAYS.

       01 WS-TRANS-READ      PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(5) VALUE 0.

           COPY STUMAJOR.

       01 WS-CHECK-MAJOR     PIC X(3).

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "STU-MAINT ENROLLMENT REGISTER".
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(53) VALUE SPACES.

       01 WS-RFR-HEADING.
         05 FILLER             PIC X(36) VALUE
            "WITHDRAWAL REFUND REGISTER   DATE: ".
         05 WS-RFR-HDG-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-RFR-COL-HDG.
         05 FILLER             PIC X(36) VALUE
            "STU-ID  TERM  WITHDRAWN   WK    PCT ".
         05 FILLER             PIC X(44) VALUE
            "REFUNDABLE    TO AID TO STUDENT  DISBURSED".

       01 WS-RFR-DETAIL.
         05 WS-RFR-STU-ID      PIC 9(7).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-TERM        PIC X(5).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-WD-DATE     PIC 9999/99/99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-WEEK        PIC ZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-PCT         PIC ZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-REFUND      PIC ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-TO-AID      PIC ZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-TO-STUDENT  PIC ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RFR-DISBURSED   PIC ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.

       01 WS-RFR-FUND-LINE.
         05 FILLER             PIC X(14) VALUE SPACES.
         05 FILLER             PIC X(24) VALUE
            "AID RETURNED TO FUND:   ".
         05 WS-RFR-FUND-CODE   PIC X(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RFR-FUND-AMT    PIC ZZZZZZ9.99.
         05 FILLER             PIC X(26) VALUE SPACES.

       01 WS-RFR-NOTE-LINE.
         05 FILLER             PIC X(14) VALUE SPACES.
         05 WS-RFR-NOTE        PIC X(40).
         05 FILLER             PIC X(26) VALUE SPACES.

       01 WS-RFR-TOT-LINE.
         05 WS-RFR-TOT-LABEL   PIC X(24).
         05 WS-RFR-TOT-AMOUNT  PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(44) VALUE SPACES.

       01 WS-JRNL-DETAIL.
         05 WS-JRNL-ACTION     PIC X.
         05 FILLER             PIC X VALUE SPACES.
           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             MOVE WS-VALID-MAJOR-VALUES TO WS-VALID-MAJOR-TABLE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN OUTPUT MAINT-RPT
             WRITE MAINT-RPT-LINE FROM WS-RPT-HEADING.
             OPEN OUTPUT MAINT-JRNL.
             OPEN OUTPUT REFUND-RPT
             MOVE WS-RUN-DATE TO WS-RFR-HDG-DATE.
             WRITE REFUND-RPT-LINE FROM WS-RFR-HEADING.
             WRITE REFUND-RPT-LINE FROM WS-RFR-COL-HDG.
             OPEN OUTPUT REFUND-DISB.
             OPEN EXTEND TUIT-HIST
             IF HST-FILE-STATUS = "35"
                 OPEN OUTPUT TUIT-HIST
             END-IF.

             OPEN I-O STU-AR
             IF SAR-FILE-STATUS = "00"
                 SET STU-AR-PRESENT TO TRUE
             END-IF.

             MOVE "STU-MAINT" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 160-LOAD-REFUND-SCHEDULE.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "STU-MAINT: ERROR OPENING STUDENTS.DAT, ",
                  "STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             SET STUDENTS-OPEN TO TRUE.

             PERFORM 150-APPLY-TRANSACTIONS.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-APPLY-TRANSACTIONS.
             OPEN INPUT STU-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "STU-MAINT: ERROR OPENING STUMAINTTRN, ",
                 READ STU-TRANS
                  AT END SET TRANS-EOF TO TRUE
                 END-READ
                 PERFORM 200-APPLY-ONE-TRANS UNTIL TRANS-EOF
                 CLOSE STU-TRANS
             END-IF.
           150-END.

           160-LOAD-REFUND-SCHEDULE.
      * NO SCHEDULE MEANS NO TERM IS REFUNDABLE; WITHDRAWALS STILL
      * APPLY AND STILL LIST ON THE REFUND REGISTER.
             OPEN INPUT REF-SCHED
             EVALUATE RFS-FILE-STATUS
                 WHEN "00"
                     READ REF-SCHED
                      AT END SET RFS-EOF TO TRUE
                     END-READ
                     PERFORM 165-LOAD-SCHEDULE-STEP UNTIL RFS-EOF
                     CLOSE REF-SCHED
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "STU-MAINT: ERROR OPENING REFSCHED, ",
                      "STATUS: " RFS-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           160-END.

           165-LOAD-SCHEDULE-STEP.
             IF WS-RFS-COUNT >= WS-RFS-MAX
                 DISPLAY "STU-MAINT: REFUND SCHEDULE TABLE FULL AT "
                    WS-RFS-MAX
                 MOVE 16 TO RETURN-CODE
                 SET RFS-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-RFS-COUNT
                 MOVE RF-TERM TO WS-RFS-TERM(WS-RFS-COUNT)
                 MOVE RF-TERM-START TO WS-RFS-START(WS-RFS-COUNT)
                 MOVE RF-WEEK TO WS-RFS-WEEK(WS-RFS-COUNT)
                 MOVE RF-PCT TO WS-RFS-PCT(WS-RFS-COUNT)
                 READ REF-SCHED
                  AT END SET RFS-EOF TO TRUE
                 END-READ
             END-IF.
           165-END.

           200-APPLY-ONE-TRANS.
             ADD 1 TO WS-TRANS-READ.
             MOVE ST-ACTION TO WS-RPT-ACTION.
             MOVE ST-STU-ID TO WS-RPT-STU-ID.
                 MOVE "N" TO WS-HOLD-SW
             END-IF.

             MOVE "N" TO WS-OPER-DENIED-SW.
             IF ST-ADD OR ST-WITHDRAW OR ST-CHANGE
                 PERFORM 280-CHECK-OPERATOR
             END-IF.

             EVALUATE TRUE
                 WHEN NOT ST-ADD AND NOT ST-WITHDRAW
                  AND NOT ST-CHANGE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 WHEN OPERATOR-DENIED
                     MOVE "OPERATOR NOT AUTHORIZED" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 WHEN STUDENT-HELD
                     ADD 1 TO WS-HELD-COUNT
                     MOVE "STUDENT ON PAST-DUE HOLD" TO
                 WHEN NOT VALID-MAJOR-FOUND
                     MOVE "INVALID MAJOR CODE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 WHEN ST-WITHDRAW AND ST-WD-DATE-X NOT = SPACES
                  AND ST-WD-DATE-X NOT NUMERIC
                     MOVE "INVALID WITHDRAWAL DATE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 WHEN ST-ADD
                     PERFORM 310-ADD-STUDENT
                 WHEN ST-WITHDRAW
                     PERFORM 320-WITHDRAW-STUDENT
                 WHEN ST-CHANGE
                     PERFORM 330-CHANGE-STUDENT
             END-EVALUATE.

             READ STU-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-VALIDATE-MAJOR.
             END-IF.
           270-END.

           280-CHECK-OPERATOR.
             MOVE "K" TO OAP-FUNCTION.
             MOVE ST-OPERATOR TO OAP-OPERATOR.
             MOVE ST-ACTION TO OAP-TRAN-TYPE.
             MOVE SPACES TO OAP-DETAIL.
             STRING "STUDENT " DELIMITED BY SIZE
                    ST-STU-ID DELIMITED BY SIZE
                 INTO OAP-DETAIL
             END-STRING.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 SET OPERATOR-DENIED TO TRUE
             END-IF.
           280-END.

           310-ADD-STUDENT.
             PERFORM 350-BUILD-NEW-STUDENT.
             WRITE STUDENTDETAILS
                 INVALID KEY
                     MOVE "STUDENT ALREADY ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 365-JOURNAL-AFTER
                     MOVE SPACES TO WS-RPT-REASON
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           310-END.

           320-WITHDRAW-STUDENT.
             MOVE ST-STU-ID TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     MOVE "STUDENT NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     MOVE STU-FIRSTNAME TO WS-WD-FIRSTNAME
                     MOVE STU-LASTNAME TO WS-WD-LASTNAME
                     PERFORM 360-JOURNAL-BEFORE
                     PERFORM 340-DELETE-STUDENT
             END-READ.
           320-END.

           330-CHANGE-STUDENT.
             MOVE ST-STU-ID TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     MOVE "STUDENT NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 360-JOURNAL-BEFORE
                     PERFORM 370-APPLY-CHANGE-FIELDS
                     PERFORM 345-REWRITE-STUDENT
             END-READ.
           330-END.

           340-DELETE-STUDENT.
             DELETE STUDENTSFILE
                 INVALID KEY
                     DISPLAY "STU-MAINT: ERROR DELETING STUDENT "
                        STU-SSN ", STATUS: " STU-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     MOVE "DELETE FAILED" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     MOVE SPACES TO WS-RPT-REASON
                     PERFORM 410-WRITE-APPLIED
                     PERFORM 500-REFUND-WITHDRAWAL
             END-DELETE.
           340-END.

           345-REWRITE-STUDENT.
             REWRITE STUDENTDETAILS
                 INVALID KEY
                     DISPLAY "STU-MAINT: ERROR REWRITING STUDENT "
                        STU-SSN ", STATUS: " STU-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     MOVE "REWRITE FAILED" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 365-JOURNAL-AFTER
                     MOVE SPACES TO WS-RPT-REASON
                     PERFORM 410-WRITE-APPLIED
             END-REWRITE.
           345-END.

           350-BUILD-NEW-STUDENT.
             MOVE SPACES TO STUDENTDETAILS.
             MOVE ST-STU-ID TO STU-SSN.
             MOVE ST-LASTNAME TO STU-LASTNAME.
             MOVE ST-FIRSTNAME TO STU-FIRSTNAME.
             MOVE ST-GPA TO STU-GPA.
             MOVE ST-CREDHRS TO STU-CREDHRS.
             MOVE ST-MAJOR TO STU-MAJOR.
           350-END.

           360-JOURNAL-BEFORE.
             MOVE ST-ACTION TO WS-JRNL-ACTION.
             MOVE "BEFORE" TO WS-JRNL-IMAGE-TYPE.
             MOVE STUDENTDETAILS TO WS-JRNL-IMAGE.
             WRITE MAINT-JRNL-LINE FROM WS-JRNL-DETAIL.
           360-END.

           365-JOURNAL-AFTER.
             MOVE ST-ACTION TO WS-JRNL-ACTION.
             MOVE "AFTER" TO WS-JRNL-IMAGE-TYPE.
             MOVE STUDENTDETAILS TO WS-JRNL-IMAGE.
             WRITE MAINT-JRNL-LINE FROM WS-JRNL-DETAIL.
           365-END.

           370-APPLY-CHANGE-FIELDS.
             MOVE ST-LASTNAME TO STU-LASTNAME.
             MOVE ST-FIRSTNAME TO STU-FIRSTNAME.
             MOVE ST-GPA TO STU-GPA.
             MOVE ST-CREDHRS TO STU-CREDHRS.
             MOVE ST-MAJOR TO STU-MAJOR.
           370-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           500-REFUND-WITHDRAWAL.
      * THE REFUND IS FIGURED AGAINST THE TERM THE RECEIVABLE WAS
      * LAST BILLED FOR AND THE GROSS ON THAT TERM'S INVOICE.
             ADD 1 TO WS-WD-COUNT.
             MOVE "N" TO WS-WD-BILLED-SW.
             MOVE "N" TO WS-INV-FOUND-SW.
             MOVE "N" TO WS-SCHED-TERM-SW.
             MOVE SPACES TO WS-WD-TERM.
             MOVE SPACES TO WS-RFR-NOTE.
             MOVE 0 TO WS-WD-WEEK.
             MOVE 0 TO WS-WD-PCT.
             MOVE 0 TO WS-WD-GROSS.
             MOVE 0 TO WS-WD-REFUND.
             MOVE 0 TO WS-WD-AID-RETURNED.
             MOVE 0 TO WS-WD-TO-STUDENT.
             MOVE 0 TO WS-WD-DISBURSED.
             MOVE 0 TO WS-WDF-COUNT.

             IF ST-WD-DATE-X = SPACES OR ST-WD-DATE-X = ZEROS
                 MOVE WS-RUN-DATE TO WS-WD-DATE
             ELSE
                 MOVE ST-WD-DATE TO WS-WD-DATE
             END-IF.

             PERFORM 510-FIND-BILLED-TERM.
             IF WITHDRAWAL-BILLED
                 PERFORM 520-FIND-INVOICE
             END-IF.
             IF INVOICE-FOUND
                 PERFORM 530-FIND-SCHEDULE-PCT
             END-IF.

             EVALUATE TRUE
                 WHEN NOT STU-AR-PRESENT
                     MOVE "NO RECEIVABLES MASTER, NO REFUND" TO
                        WS-RFR-NOTE
                 WHEN NOT WITHDRAWAL-BILLED
                     MOVE "NOT BILLED FOR A TERM, NO REFUND" TO
                        WS-RFR-NOTE
                 WHEN NOT INVOICE-FOUND
                     MOVE "NO INVOICE FOR BILLED TERM, NO REFUND" TO
                        WS-RFR-NOTE
                 WHEN NOT TERM-ON-SCHEDULE
                     MOVE "TERM NOT ON REFUND SCHEDULE, NO REFUND" TO
                        WS-RFR-NOTE
                 WHEN WS-WD-PCT = 0
                     MOVE "PAST THE REFUND PERIOD, NO REFUND" TO
                        WS-RFR-NOTE
                 WHEN OTHER
                     PERFORM 550-POST-REFUND
             END-EVALUATE.

             PERFORM 590-WRITE-REFUND-LINE.
           500-END.

           510-FIND-BILLED-TERM.
             IF STU-AR-PRESENT
                 MOVE ST-STU-ID TO SA-STU-ID
                 READ STU-AR
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF SA-LAST-BILL-DATE NOT = 0
                             SET WITHDRAWAL-BILLED TO TRUE
                             MOVE SA-LAST-BILL-TERM TO WS-WD-TERM
                         END-IF
                 END-READ
             END-IF.
           510-END.

           520-FIND-INVOICE.
             OPEN INPUT TUIT-INVOICE
             IF INV-FILE-STATUS = "00"
                 MOVE "N" TO WS-INV-EOF-SW
                 READ TUIT-INVOICE
                  AT END SET INV-EOF TO TRUE
                 END-READ
                 PERFORM 525-FIND-INVOICE-STEP
                     UNTIL INV-EOF OR INVOICE-FOUND
                 CLOSE TUIT-INVOICE
             END-IF.
           520-END.

           525-FIND-INVOICE-STEP.
             IF INV-SSN = ST-STU-ID AND INV-TERM = WS-WD-TERM
                 SET INVOICE-FOUND TO TRUE
                 MOVE INV-TOTAL TO WS-WD-GROSS
             ELSE
                 READ TUIT-INVOICE
                  AT END SET INV-EOF TO TRUE
                 END-READ
             END-IF.
           525-END.

           530-FIND-SCHEDULE-PCT.
      * WEEK 1 IS DAYS 0-6 FROM THE TERM START. A WITHDRAWAL DATED
      * BEFORE THE TERM STARTS IS REFUNDED IN FULL.
             MOVE 1 TO WS-RFS-IDX.
             PERFORM 535-FIND-TERM-STEP
                 UNTIL TERM-ON-SCHEDULE OR WS-RFS-IDX > WS-RFS-COUNT.

             IF TERM-ON-SCHEDULE
                 MOVE WS-RFS-START(WS-RFS-IDX) TO WS-WD-TERM-START
                 MOVE WS-WD-DATE TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 MOVE WS-DTD-DAYS TO WS-WD-DAY-COUNT
                 MOVE WS-WD-TERM-START TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 COMPUTE WS-WD-DAYS-IN =
                     WS-WD-DAY-COUNT - WS-DTD-DAYS
                 EVALUATE TRUE
                     WHEN WS-WD-DAYS-IN < 0
                         MOVE 0 TO WS-WD-WEEK
                         MOVE 100 TO WS-WD-PCT
                     WHEN WS-WD-DAYS-IN > 6985
                         MOVE 999 TO WS-WD-WEEK
                     WHEN OTHER
                         COMPUTE WS-WD-WEEK = WS-WD-DAYS-IN / 7 + 1
                         MOVE 1 TO WS-RFS-IDX
                         PERFORM 537-FIND-WEEK-STEP
                             UNTIL WS-RFS-IDX > WS-RFS-COUNT
                 END-EVALUATE
             END-IF.
           530-END.

           535-FIND-TERM-STEP.
             IF WS-RFS-TERM(WS-RFS-IDX) = WS-WD-TERM
                 SET TERM-ON-SCHEDULE TO TRUE
             ELSE
                 ADD 1 TO WS-RFS-IDX
             END-IF.
           535-END.

           537-FIND-WEEK-STEP.
             IF WS-RFS-TERM(WS-RFS-IDX) = WS-WD-TERM
                AND WS-RFS-WEEK(WS-RFS-IDX) = WS-WD-WEEK
                 MOVE WS-RFS-PCT(WS-RFS-IDX) TO WS-WD-PCT
             END-IF.
             ADD 1 TO WS-RFS-IDX.
           537-END.

           550-POST-REFUND.
      * THE REFUNDABLE SHARE OF THE GROSS GOES BACK TO AID FIRST;
      * ONLY THE REST REACHES THE STUDENT'S RECEIVABLE, AND A
      * CREDIT BALANCE IS PAID OUT AND THE BALANCE BROUGHT TO ZERO.
             COMPUTE WS-WD-REFUND ROUNDED =
                 WS-WD-GROSS * WS-WD-PCT / 100.
             PERFORM 560-RETURN-AID.
             COMPUTE WS-WD-TO-STUDENT =
                 WS-WD-REFUND - WS-WD-AID-RETURNED.

             SUBTRACT WS-WD-TO-STUDENT FROM SA-BALANCE.
             IF SA-BALANCE < 0
                 COMPUTE WS-WD-DISBURSED = 0 - SA-BALANCE
                 MOVE 0 TO SA-BALANCE
             END-IF.

             REWRITE STU-AR-REC
                 INVALID KEY
                     DISPLAY "STU-MAINT: ERROR REWRITING STUAR "
                        SA-STU-ID ", STATUS: " SAR-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     MOVE "RECEIVABLE NOT UPDATED, REFUND NOT POSTED"
                        TO WS-RFR-NOTE
                 NOT INVALID KEY
                     PERFORM 580-WRITE-DISBURSEMENT
             END-REWRITE.
           550-END.

           560-RETURN-AID.
      * EACH AWARD IS VALUED AS TUITION-BILL APPLIED IT AGAINST THE
      * GROSS, IN FILE ORDER AND CAPPED AT THE GROSS, AND TAKES BACK
      * UP TO THAT MUCH OF WHAT IS STILL UNRETURNED.
             MOVE 0 TO WS-WD-AID-APPLIED.
             PERFORM 561-RETURN-REMISSION.
             OPEN INPUT AWARDS
             IF AWD-FILE-STATUS = "00"
                 MOVE "N" TO WS-AWD-EOF-SW
                 READ AWARDS
                  AT END SET AWD-EOF TO TRUE
                 END-READ
                 PERFORM 565-RETURN-AID-STEP UNTIL AWD-EOF
                 CLOSE AWARDS
             END-IF.
           560-END.

           561-RETURN-REMISSION.
      * REMISSION WAS TAKEN OFF THE GROSS AHEAD OF THE AWARDS.
             OPEN INPUT REMIT-ELIG
             IF REM-FILE-STATUS = "00"
                 MOVE "N" TO WS-REM-EOF-SW
                 READ REMIT-ELIG
                  AT END SET REM-EOF TO TRUE
                 END-READ
                 PERFORM 562-RETURN-REMIT-STEP UNTIL REM-EOF
                 CLOSE REMIT-ELIG
             END-IF.
           561-END.

           562-RETURN-REMIT-STEP.
             IF RE-STU-ID = ST-STU-ID
                 COMPUTE WS-WD-ONE-AID ROUNDED =
                     WS-WD-GROSS * RE-PCT / 100
                 MOVE WS-REMIT-FUND TO WS-WD-RET-FUND
                 PERFORM 566-RETURN-ONE-AID
                 SET REM-EOF TO TRUE
             ELSE
                 READ REMIT-ELIG
                  AT END SET REM-EOF TO TRUE
                 END-READ
             END-IF.
           562-END.

           565-RETURN-AID-STEP.
             IF AW-STU-ID = ST-STU-ID
                AND (AW-TERM = SPACES OR AW-TERM = WS-WD-TERM)
                AND NOT AW-WORK-STUDY
                 IF AW-PCT-OF-TUITION
                     COMPUTE WS-WD-ONE-AID ROUNDED =
                         WS-WD-GROSS * AW-PCT / 100
                 ELSE
                     MOVE AW-AMOUNT TO WS-WD-ONE-AID
                 END-IF
                 MOVE AW-FUND-CODE TO WS-WD-RET-FUND
                 PERFORM 566-RETURN-ONE-AID
             END-IF.
             READ AWARDS
              AT END SET AWD-EOF TO TRUE
             END-READ.
           565-END.

           566-RETURN-ONE-AID.
             COMPUTE WS-WD-AID-ROOM =
                 WS-WD-GROSS - WS-WD-AID-APPLIED.
             IF WS-WD-ONE-AID > WS-WD-AID-ROOM
                 MOVE WS-WD-AID-ROOM TO WS-WD-ONE-AID
             END-IF.
             ADD WS-WD-ONE-AID TO WS-WD-AID-APPLIED.

             COMPUTE WS-WD-FUND-RETURN =
                 WS-WD-REFUND - WS-WD-AID-RETURNED.
             IF WS-WD-FUND-RETURN > WS-WD-ONE-AID
                 MOVE WS-WD-ONE-AID TO WS-WD-FUND-RETURN
             END-IF.
             IF WS-WD-FUND-RETURN > 0
                 ADD WS-WD-FUND-RETURN TO WS-WD-AID-RETURNED
                 PERFORM 567-KEEP-FUND-RETURN
             END-IF.
           566-END.

           567-KEEP-FUND-RETURN.
             IF WS-WDF-COUNT < WS-WDF-MAX
                 ADD 1 TO WS-WDF-COUNT
                 MOVE WS-WD-RET-FUND TO WS-WDF-FUND(WS-WDF-COUNT)
                 MOVE WS-WD-FUND-RETURN TO WS-WDF-AMOUNT(WS-WDF-COUNT)
             ELSE
                 DISPLAY "STU-MAINT: MORE THAN " WS-WDF-MAX
                    " FUNDS FOR STUDENT " ST-STU-ID
                    ", FUND LINES INCOMPLETE"
             END-IF.
           567-END.

           580-WRITE-DISBURSEMENT.
             ADD WS-WD-REFUND TO WS-RUN-REFUND.
             ADD WS-WD-AID-RETURNED TO WS-RUN-AID-RETURN.
             ADD WS-WD-TO-STUDENT TO WS-RUN-TO-STUDENT.
             PERFORM 585-WRITE-HISTORY.
             IF WS-WD-DISBURSED > 0
                 MOVE ST-STU-ID TO RD-STU-ID
                 MOVE WS-WD-NAME TO RD-NAME
                 MOVE WS-WD-TERM TO RD-TERM
                 MOVE WS-WD-DATE TO RD-WD-DATE
                 MOVE WS-WD-DISBURSED TO RD-AMOUNT
                 MOVE WS-RUN-DATE TO RD-RUN-DATE
                 WRITE REFUND-DISB-REC
                 ADD 1 TO WS-DISB-COUNT
                 ADD WS-WD-DISBURSED TO WS-RUN-DISBURSED
             END-IF.
           580-END.

           585-WRITE-HISTORY.
             MOVE SPACES TO TUIT-HIST-REC.
             MOVE ST-STU-ID TO TH-STU-ID.
             MOVE "R" TO TH-TYPE.
             MOVE WS-RUN-DATE TO TH-DATE.
             MOVE WS-WD-TERM TO TH-TERM.
             MOVE WS-WD-REFUND TO TH-AMOUNT.
             MOVE WS-WD-AID-RETURNED TO TH-AID-AMOUNT.
             MOVE 0 TO TH-CREDIT-HOURS.
             MOVE SA-LAST-BILL-DATE TO TH-ORIG-DATE.
             WRITE TUIT-HIST-REC.
             MOVE 1 TO WS-WDF-IDX.
             PERFORM 587-WRITE-AID-HISTORY
                 UNTIL WS-WDF-IDX > WS-WDF-COUNT.
           585-END.

           587-WRITE-AID-HISTORY.
             MOVE "D" TO TH-TYPE.
             MOVE 0 TO TH-AID-AMOUNT.
             MOVE WS-WDF-FUND(WS-WDF-IDX) TO TH-FUND-CODE.
             MOVE WS-WDF-AMOUNT(WS-WDF-IDX) TO TH-AMOUNT.
             WRITE TUIT-HIST-REC.
             ADD 1 TO WS-WDF-IDX.
           587-END.

           590-WRITE-REFUND-LINE.
             MOVE ST-STU-ID TO WS-RFR-STU-ID.
             MOVE WS-WD-TERM TO WS-RFR-TERM.
             MOVE WS-WD-DATE TO WS-RFR-WD-DATE.
             MOVE WS-WD-WEEK TO WS-RFR-WEEK.
             MOVE WS-WD-PCT TO WS-RFR-PCT.
             MOVE WS-WD-REFUND TO WS-RFR-REFUND.
             MOVE WS-WD-AID-RETURNED TO WS-RFR-TO-AID.
             MOVE WS-WD-TO-STUDENT TO WS-RFR-TO-STUDENT.
             MOVE WS-WD-DISBURSED TO WS-RFR-DISBURSED.
             WRITE REFUND-RPT-LINE FROM WS-RFR-DETAIL.
             IF WS-RFR-NOTE NOT = SPACES
                 WRITE REFUND-RPT-LINE FROM WS-RFR-NOTE-LINE
             END-IF.
             MOVE 1 TO WS-WDF-IDX.
             PERFORM 595-WRITE-FUND-LINE
                 UNTIL WS-WDF-IDX > WS-WDF-COUNT.
           590-END.

           595-WRITE-FUND-LINE.
             MOVE WS-WDF-FUND(WS-WDF-IDX) TO WS-RFR-FUND-CODE.
             MOVE WS-WDF-AMOUNT(WS-WDF-IDX) TO WS-RFR-FUND-AMT.
             WRITE REFUND-RPT-LINE FROM WS-RFR-FUND-LINE.
             ADD 1 TO WS-WDF-IDX.
           595-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-READ TO WS-RPT-TOT-COUNT.
             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE MAINT-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "WITHDRAWALS:            " TO WS-RFR-TOT-LABEL.
             MOVE WS-WD-COUNT TO WS-RFR-TOT-AMOUNT.
             WRITE REFUND-RPT-LINE FROM WS-RFR-TOT-LINE.

             MOVE "TOTAL REFUNDABLE:       " TO WS-RFR-TOT-LABEL.
             MOVE WS-RUN-REFUND TO WS-RFR-TOT-AMOUNT.
             WRITE REFUND-RPT-LINE FROM WS-RFR-TOT-LINE.

             MOVE "RETURNED TO AID:        " TO WS-RFR-TOT-LABEL.
             MOVE WS-RUN-AID-RETURN TO WS-RFR-TOT-AMOUNT.
             WRITE REFUND-RPT-LINE FROM WS-RFR-TOT-LINE.

             MOVE "CREDITED TO STUDENTS:   " TO WS-RFR-TOT-LABEL.
             MOVE WS-RUN-TO-STUDENT TO WS-RFR-TOT-AMOUNT.
             WRITE REFUND-RPT-LINE FROM WS-RFR-TOT-LINE.

             MOVE "REFUNDS DISBURSED:      " TO WS-RFR-TOT-LABEL.
             MOVE WS-RUN-DISBURSED TO WS-RFR-TOT-AMOUNT.
             WRITE REFUND-RPT-LINE FROM WS-RFR-TOT-LINE.
           8000-END.

           COPY DATEDAYSP.

           9000-END-PROGRAM.
             CLOSE MAINT-RPT, MAINT-JRNL, REFUND-RPT, REFUND-DISB,
                TUIT-HIST.
             IF STUDENTS-OPEN
                 CLOSE STUDENTSFILE
             END-IF.
             IF STU-AR-PRESENT
                 CLOSE STU-AR
             END-IF.
                WS-APPLIED-COUNT.
             DISPLAY "STU-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             DISPLAY "STU-MAINT: WITHDRAWALS: " WS-WD-COUNT
                " REFUNDS DISBURSED: " WS-DISB-COUNT.
             MOVE "C" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             GOBACK.

       END PROGRAM STU-MAINT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-STMT.
      * PAYMENT PLAN INSTALLMENT STATEMENTS. WALKS THE PAYPLAN
      * MASTER AND, FOR EVERY ACTIVE PLAN WHOSE NEXT OPEN
      * INSTALLMENT FALLS DUE WITHIN THE LEAD DAYS AND HAS NOT YET
      * BEEN BILLED, WRITES A STATEMENT TO INSTSTMT: THE
      * INSTALLMENT AND ITS DUE DATE, WHAT IS STILL OWED ON IT, ANY
      * MISSED INSTALLMENTS (WITH THEIR LATE FEES) STILL UNPAID, THE
      * TOTAL NOW DUE AND THE ACCOUNT BALANCE FROM STUAR. THE
      * INSTALLMENT IS FLAGGED ON THE PLAN SO IT IS SENT ONCE. THE
      * STUDENT STREAM RUNS THIS STEP NIGHTLY AFTER TUIT-PAYMENT,
      * SO TONIGHT'S PAYMENTS ARE ALREADY APPLIED. NO PAYPLAN
      * MASTER MEANS NO STUDENT IS ON A PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAY-PLAN ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYPLAN"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PP-STU-ID
             FILE STATUS IS PP-FILE-STATUS.

            SELECT STU-AR ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUAR"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SA-STU-ID
             FILE STATUS IS SAR-FILE-STATUS.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT INST-STMT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/INSTSTMT"
             FILE STATUS IS STMT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-PLAN.
           COPY PAYPLANREC.

       FD STU-AR.
           COPY STUARREC.

       FD STUDENTSFILE.
           COPY STUREC.

       FD INST-STMT.
       01 INST-STMT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01 PP-FILE-STATUS       PIC X(2).
       01 SAR-FILE-STATUS      PIC X(2).
       01 STU-FILE-STATUS      PIC X(2).
       01 STMT-FILE-STATUS     PIC X(2).

       01 WS-PP-EOF-SW         PIC X VALUE "N".
         88 PP-EOF VALUE "Y".
       01 WS-STU-OPEN-SW       PIC X VALUE "N".
         88 STUDENTS-OPEN VALUE "Y".
       01 WS-NEXT-FOUND-SW     PIC X VALUE "N".
         88 NEXT-INST-FOUND VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DAY-COUNT     PIC S9(9) VALUE 0.

      * A STATEMENT GOES OUT THIS MANY DAYS AHEAD OF THE DUE DATE.
       01 WS-STMT-LEAD-DAYS    PIC 9(3) VALUE 14.
       01 WS-DAYS-TO-DUE       PIC S9(5).

       01 WS-PLAN-IDX          PIC 9(2).
       01 WS-NEXT-IDX          PIC 9(2).
       01 WS-INST-OWED         PIC 9(7)V99.
       01 WS-PAST-DUE          PIC 9(7)V99.
       01 WS-TOTAL-DUE         PIC 9(7)V99.

       01 WS-PLANS-READ        PIC 9(5) VALUE 0.
       01 WS-STMT-COUNT        PIC 9(5) VALUE 0.
       01 WS-STMT-TOTAL        PIC 9(9)V99 VALUE 0.

           COPY DATEDAYS.

       01 WS-STMT-TITLE.
         05 FILLER             PIC X(40) VALUE
            "PAYMENT PLAN INSTALLMENT STATEMENT".
         05 FILLER             PIC X(6) VALUE "DATE: ".
         05 WS-ST-DATE         PIC 9999/99/99.
         05 FILLER             PIC X(24) VALUE SPACES.

       01 WS-STMT-STUDENT.
         05 FILLER             PIC X(9) VALUE "STUDENT: ".
         05 WS-SS-STU-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-SS-NAME         PIC X(21).
         05 FILLER             PIC X(8) VALUE "  TERM: ".
         05 WS-SS-TERM         PIC X(5).
         05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-STMT-INST.
         05 FILLER             PIC X(12) VALUE "INSTALLMENT ".
         05 WS-SI-INST-NO      PIC 9.
         05 FILLER             PIC X(4) VALUE " OF ".
         05 WS-SI-INST-COUNT   PIC 9.
         05 FILLER             PIC X(11) VALUE "  DUE DATE ".
         05 WS-SI-DUE-DATE     PIC 9999/99/99.
         05 FILLER             PIC X(41) VALUE SPACES.

       01 WS-STMT-AMOUNT.
         05 WS-SA-LABEL        PIC X(36).
         05 WS-SA-AMOUNT       PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(33) VALUE SPACES.

       01 WS-STMT-NOTE.
         05 FILLER             PIC X(80) VALUE
            "MISSED INSTALLMENTS ARE PAST DUE AND CARRY A LATE FEE".

       01 WS-STMT-CNT-LINE.
         05 WS-STC-LABEL       PIC X(36).
         05 WS-STC-COUNT       PIC ZZZZ9.
         05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-STMT-TOT-LINE.
         05 WS-STT-LABEL       PIC X(36).
         05 WS-STT-AMOUNT      PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE WS-RUN-DATE TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             MOVE WS-DTD-DAYS TO WS-RUN-DAY-COUNT.

             OPEN I-O PAY-PLAN
             IF PP-FILE-STATUS = "35"
                 DISPLAY "PLAN-STMT: NO PAYPLAN MASTER, NO ",
                  "STATEMENTS"
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF PP-FILE-STATUS NOT = "00"
                 DISPLAY "PLAN-STMT: ERROR OPENING PAYPLAN, ",
                  "STATUS: " PP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT STU-AR
             IF SAR-FILE-STATUS NOT = "00"
                 DISPLAY "PLAN-STMT: ERROR OPENING STUAR, ",
                  "STATUS: " SAR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE PAY-PLAN
                 GO TO 9000-END-PROGRAM
             END-IF.

      * THE NAME IS A COURTESY ON THE STATEMENT; WITHOUT THE
      * STUDENT MASTER THE STATEMENT STILL GOES OUT BY ID.
             OPEN INPUT STUDENTSFILE
             IF STU-FILE-STATUS = "00"
                 SET STUDENTS-OPEN TO TRUE
             END-IF.

             OPEN OUTPUT INST-STMT

             MOVE 0 TO PP-STU-ID.
             START PAY-PLAN KEY IS NOT LESS THAN PP-STU-ID
                 INVALID KEY
                     SET PP-EOF TO TRUE
             END-START.
             IF NOT PP-EOF
                 READ PAY-PLAN NEXT RECORD
                  AT END SET PP-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 200-CHECK-ONE-PLAN UNTIL PP-EOF.

             MOVE "STATEMENTS WRITTEN:" TO WS-STC-LABEL.
             MOVE WS-STMT-COUNT TO WS-STC-COUNT.
             WRITE INST-STMT-LINE FROM WS-STMT-CNT-LINE.
             MOVE "TOTAL BILLED ON STATEMENTS:" TO WS-STT-LABEL.
             MOVE WS-STMT-TOTAL TO WS-STT-AMOUNT.
             WRITE INST-STMT-LINE FROM WS-STMT-TOT-LINE.

             CLOSE PAY-PLAN, STU-AR, INST-STMT.
             IF STUDENTS-OPEN
                 CLOSE STUDENTSFILE
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-CHECK-ONE-PLAN.
             ADD 1 TO WS-PLANS-READ.
             IF PP-ACTIVE
                 MOVE "N" TO WS-NEXT-FOUND-SW
                 MOVE 0 TO WS-PAST-DUE
                 MOVE 1 TO WS-PLAN-IDX
                 PERFORM 210-SCAN-INSTALLMENT
                     UNTIL WS-PLAN-IDX > PP-INST-COUNT
                 IF NEXT-INST-FOUND
                     MOVE PP-INST-DUE-DATE(WS-NEXT-IDX)
                        TO WS-DTD-DATE
                     PERFORM 700-DATE-TO-DAYS
                     COMPUTE WS-DAYS-TO-DUE =
                         WS-DTD-DAYS - WS-RUN-DAY-COUNT
                     IF WS-DAYS-TO-DUE <= WS-STMT-LEAD-DAYS
                        AND NOT PP-INST-STMT-SENT(WS-NEXT-IDX)
                         PERFORM 300-WRITE-STATEMENT
                         MOVE "Y" TO PP-INST-STMT-FLAG(WS-NEXT-IDX)
                         REWRITE PAY-PLAN-REC
                     END-IF
                 END-IF
             END-IF.

             READ PAY-PLAN NEXT RECORD
              AT END SET PP-EOF TO TRUE
             END-READ.
           200-END.

           210-SCAN-INSTALLMENT.
      * MISSED INSTALLMENTS ADD TO THE PAST-DUE FIGURE; THE FIRST
      * ONE STILL OPEN IS THE ONE THE STATEMENT IS FOR.
             IF PP-INST-MISSED(WS-PLAN-IDX)
                 COMPUTE WS-PAST-DUE = WS-PAST-DUE
                     + PP-INST-AMOUNT(WS-PLAN-IDX)
                     - PP-INST-PAID(WS-PLAN-IDX)
             END-IF.
             IF PP-INST-OPEN(WS-PLAN-IDX) AND NOT NEXT-INST-FOUND
                 SET NEXT-INST-FOUND TO TRUE
                 MOVE WS-PLAN-IDX TO WS-NEXT-IDX
             END-IF.
             ADD 1 TO WS-PLAN-IDX.
           210-END.

           300-WRITE-STATEMENT.
             MOVE SPACES TO WS-SS-NAME.
             IF STUDENTS-OPEN
                 MOVE PP-STU-ID TO STU-SSN
                 READ STUDENTSFILE
                     INVALID KEY
                         MOVE "NAME NOT ON FILE" TO WS-SS-NAME
                     NOT INVALID KEY
                         STRING STU-FIRSTNAME DELIMITED BY SPACE
                                " " DELIMITED BY SIZE
                                STU-LASTNAME DELIMITED BY SPACE
                           INTO WS-SS-NAME
                         END-STRING
                 END-READ
             END-IF.

             MOVE PP-STU-ID TO SA-STU-ID.
             READ STU-AR
                 INVALID KEY
                     MOVE 0 TO SA-BALANCE
             END-READ.

             COMPUTE WS-INST-OWED = PP-INST-AMOUNT(WS-NEXT-IDX)
                 - PP-INST-PAID(WS-NEXT-IDX).
             COMPUTE WS-TOTAL-DUE = WS-INST-OWED + WS-PAST-DUE.

             MOVE WS-RUN-DATE TO WS-ST-DATE.
             WRITE INST-STMT-LINE FROM WS-STMT-TITLE.
             MOVE PP-STU-ID TO WS-SS-STU-ID.
             MOVE PP-TERM TO WS-SS-TERM.
             WRITE INST-STMT-LINE FROM WS-STMT-STUDENT.
             MOVE WS-NEXT-IDX TO WS-SI-INST-NO.
             MOVE PP-INST-COUNT TO WS-SI-INST-COUNT.
             MOVE PP-INST-DUE-DATE(WS-NEXT-IDX) TO WS-SI-DUE-DATE.
             WRITE INST-STMT-LINE FROM WS-STMT-INST.

             MOVE "  INSTALLMENT AMOUNT" TO WS-SA-LABEL.
             MOVE WS-INST-OWED TO WS-SA-AMOUNT.
             WRITE INST-STMT-LINE FROM WS-STMT-AMOUNT.
             IF WS-PAST-DUE > 0
                 MOVE "  MISSED INSTALLMENTS PAST DUE" TO WS-SA-LABEL
                 MOVE WS-PAST-DUE TO WS-SA-AMOUNT
                 WRITE INST-STMT-LINE FROM WS-STMT-AMOUNT
             END-IF.
             MOVE "  TOTAL DUE BY THE DUE DATE" TO WS-SA-LABEL.
             MOVE WS-TOTAL-DUE TO WS-SA-AMOUNT.
             WRITE INST-STMT-LINE FROM WS-STMT-AMOUNT.
             MOVE "  ACCOUNT BALANCE" TO WS-SA-LABEL.
             MOVE SA-BALANCE TO WS-SA-AMOUNT.
             WRITE INST-STMT-LINE FROM WS-STMT-AMOUNT.
             IF WS-PAST-DUE > 0
                 WRITE INST-STMT-LINE FROM WS-STMT-NOTE
             END-IF.
             MOVE SPACES TO INST-STMT-LINE.
             WRITE INST-STMT-LINE.

             ADD 1 TO WS-STMT-COUNT.
             ADD WS-TOTAL-DUE TO WS-STMT-TOTAL.
           300-END.

           COPY DATEDAYSP.

           9000-END-PROGRAM.
             DISPLAY "PLAN-STMT: PLANS READ: " WS-PLANS-READ
                " STATEMENTS WRITTEN: " WS-STMT-COUNT
                " TOTAL: " WS-STMT-TOTAL.
             GOBACK.

       END PROGRAM PLAN-STMT.

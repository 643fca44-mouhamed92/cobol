       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-DEFAULT.
      * PAYMENT PLAN DEFAULT REPORT. LISTS EVERY ACTIVE PAYPLAN
      * PLAN THAT HAS MISSED TWO OR MORE INSTALLMENTS, WITH THE
      * PLAN AMOUNT, WHAT HAS BEEN PAID ON IT, THE LATE FEES
      * CHARGED, THE UNPAID PART OF THE MISSED INSTALLMENTS AND THE
      * RECEIVABLES BALANCE FROM STUAR, SO THE BURSAR CAN KEY THE
      * PLAN-MAINT CANCELLATION THAT ENDS THE PLAN AND MAKES THE
      * FULL BALANCE DUE. THE STUDENT STREAM RUNS THIS STEP NIGHTLY
      * AFTER TUIT-PAYMENT HAS MARKED TONIGHT'S MISSED
      * INSTALLMENTS. NO PAYPLAN MASTER MEANS NO PLANS TO REPORT.

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

            SELECT DEFAULT-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PLANDFLTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-PLAN.
           COPY PAYPLANREC.

       FD STU-AR.
           COPY STUARREC.

       FD DEFAULT-RPT.
       01 DEFAULT-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       01 PP-FILE-STATUS       PIC X(2).
       01 SAR-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-PP-EOF-SW         PIC X VALUE "N".
         88 PP-EOF VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).

      * A PLAN WITH THIS MANY MISSED INSTALLMENTS IS IN DEFAULT.
       01 WS-DEFAULT-MISSED    PIC 9(2) VALUE 2.

       01 WS-PLAN-IDX          PIC 9(2).
       01 WS-PAST-DUE          PIC 9(7)V99.

       01 WS-PLANS-READ        PIC 9(5) VALUE 0.
       01 WS-ACTIVE-COUNT      PIC 9(5) VALUE 0.
       01 WS-DEFAULT-COUNT     PIC 9(5) VALUE 0.
       01 WS-TOT-PAST-DUE      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-BALANCE       PIC S9(9)V99 VALUE 0.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(40) VALUE
            "PAYMENT PLANS IN DEFAULT         RUN: ".
         05 WS-RT-DATE         PIC 9999/99/99.
         05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-RPT-COL-HDG.
         05 FILLER             PIC X(44) VALUE
            "STUDENT  TERM   ENROLLED   PLAN AMOUNT INST ".
         05 FILLER             PIC X(44) VALUE
            "MISSED       PAID  LATE FEES   PAST DUE     ".
         05 FILLER             PIC X(44) VALUE
            " BALANCE".

       01 WS-RPT-DETAIL.
         05 WS-RD-STU-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-TERM         PIC X(5).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-ENROLLED     PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-PLAN-AMOUNT  PIC ZZZZZZ9.99.
         05 FILLER             PIC X(4) VALUE SPACES.
         05 WS-RD-INST-COUNT   PIC 9.
         05 FILLER             PIC X(5) VALUE SPACES.
         05 WS-RD-MISSED       PIC Z9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-PAID         PIC ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-LATE-FEES    PIC ZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-PAST-DUE     PIC ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-BALANCE      PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(36) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-TOT-LABEL       PIC X(36).
         05 WS-TOT-AMOUNT      PIC -ZZZZZZZZ9.99.
         05 FILLER             PIC X(83) VALUE SPACES.

       01 WS-RPT-CNT-LINE.
         05 WS-CNT-LABEL       PIC X(36).
         05 WS-CNT-COUNT       PIC ZZZZ9.
         05 FILLER             PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN INPUT PAY-PLAN
             IF PP-FILE-STATUS = "35"
                 DISPLAY "PLAN-DEFAULT: NO PAYPLAN MASTER, NO PLANS ",
                  "TO REPORT"
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF PP-FILE-STATUS NOT = "00"
                 DISPLAY "PLAN-DEFAULT: ERROR OPENING PAYPLAN, ",
                  "STATUS: " PP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT STU-AR
             IF SAR-FILE-STATUS NOT = "00"
                 DISPLAY "PLAN-DEFAULT: ERROR OPENING STUAR, ",
                  "STATUS: " SAR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE PAY-PLAN
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT DEFAULT-RPT
             MOVE WS-RUN-DATE TO WS-RT-DATE.
             WRITE DEFAULT-RPT-LINE FROM WS-RPT-TITLE.
             WRITE DEFAULT-RPT-LINE FROM WS-RPT-COL-HDG.

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

             PERFORM 8000-WRITE-TOTALS.
             CLOSE PAY-PLAN, STU-AR, DEFAULT-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-CHECK-ONE-PLAN.
             ADD 1 TO WS-PLANS-READ.
             IF PP-ACTIVE
                 ADD 1 TO WS-ACTIVE-COUNT
                 IF PP-MISSED-COUNT >= WS-DEFAULT-MISSED
                     PERFORM 300-LIST-DEFAULT
                 END-IF
             END-IF.

             READ PAY-PLAN NEXT RECORD
              AT END SET PP-EOF TO TRUE
             END-READ.
           200-END.

           300-LIST-DEFAULT.
             MOVE 0 TO WS-PAST-DUE.
             MOVE 1 TO WS-PLAN-IDX.
             PERFORM 310-SUM-MISSED
                 UNTIL WS-PLAN-IDX > PP-INST-COUNT.

             MOVE PP-STU-ID TO SA-STU-ID.
             READ STU-AR
                 INVALID KEY
                     MOVE 0 TO SA-BALANCE
             END-READ.

             MOVE PP-STU-ID TO WS-RD-STU-ID.
             MOVE PP-TERM TO WS-RD-TERM.
             MOVE PP-ENROLL-DATE TO WS-RD-ENROLLED.
             MOVE PP-PLAN-AMOUNT TO WS-RD-PLAN-AMOUNT.
             MOVE PP-INST-COUNT TO WS-RD-INST-COUNT.
             MOVE PP-MISSED-COUNT TO WS-RD-MISSED.
             MOVE PP-PAID-TO-DATE TO WS-RD-PAID.
             MOVE PP-LATE-FEES TO WS-RD-LATE-FEES.
             MOVE WS-PAST-DUE TO WS-RD-PAST-DUE.
             MOVE SA-BALANCE TO WS-RD-BALANCE.
             WRITE DEFAULT-RPT-LINE FROM WS-RPT-DETAIL.

             ADD 1 TO WS-DEFAULT-COUNT.
             ADD WS-PAST-DUE TO WS-TOT-PAST-DUE.
             ADD SA-BALANCE TO WS-TOT-BALANCE.
           300-END.

           310-SUM-MISSED.
             IF PP-INST-MISSED(WS-PLAN-IDX)
                 COMPUTE WS-PAST-DUE = WS-PAST-DUE
                     + PP-INST-AMOUNT(WS-PLAN-IDX)
                     - PP-INST-PAID(WS-PLAN-IDX)
             END-IF.
             ADD 1 TO WS-PLAN-IDX.
           310-END.

           8000-WRITE-TOTALS.
             MOVE "ACTIVE PLANS:" TO WS-CNT-LABEL.
             MOVE WS-ACTIVE-COUNT TO WS-CNT-COUNT.
             WRITE DEFAULT-RPT-LINE FROM WS-RPT-CNT-LINE.
             MOVE "PLANS IN DEFAULT:" TO WS-CNT-LABEL.
             MOVE WS-DEFAULT-COUNT TO WS-CNT-COUNT.
             WRITE DEFAULT-RPT-LINE FROM WS-RPT-CNT-LINE.
             MOVE "PAST DUE ON PLANS IN DEFAULT:" TO WS-TOT-LABEL.
             MOVE WS-TOT-PAST-DUE TO WS-TOT-AMOUNT.
             WRITE DEFAULT-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "BALANCE DUE ON CANCELLATION:" TO WS-TOT-LABEL.
             MOVE WS-TOT-BALANCE TO WS-TOT-AMOUNT.
             WRITE DEFAULT-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "PLAN-DEFAULT: PLANS READ: " WS-PLANS-READ
                " ACTIVE: " WS-ACTIVE-COUNT
                " IN DEFAULT: " WS-DEFAULT-COUNT.
             GOBACK.

       END PROGRAM PLAN-DEFAULT.

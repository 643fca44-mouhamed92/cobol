       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-MAINT.
      * MAINTAINED UPDATE PATH FOR GRADES.DAT. APPLIES GRADE CHANGE
      * CARDS FROM GRDMNTTRN BY STUDENT, TERM AND COURSE - AN
      * INSTRUCTOR'S GRADE CHANGE, A GRADE POSTED TO A REGISTERED
      * COURSE, AN INCOMPLETE ("I") GIVEN, OR AN INCOMPLETE
      * RESOLVED. THE NEW GRADE MUST BE ON THE GRADEPTS SCALE OR
      * "I", AND EVERY CARD MUST CARRY THE AUTHORIZING REFERENCE
      * (CHANGE FORM NUMBER). THE CARDS ARE LOADED FIRST AND
      * APPLIED IN ONE PASS OF GRADES.DAT INTO GRADES.UPD, WHICH IS
      * COPIED BACK; ONLY THEN ARE THE BEFORE-AND-AFTER IMAGES
      * JOURNALED TO GRDMNTJRNL AND EACH STUDENT AND TERM CHANGED
      * FLAGGED ON GRDCHGFLAG FOR GPA-CALC, WHICH MARKS THE
      * RECOMPUTED TERM GPA AND STANDING ON ITS STANDING REPORT.
      * EACH CARD CARRIES THE OPERATOR SUBMITTING IT, WHO MUST HOLD
      * AN OPERAUTH GRANT FOR GRADE-MAINT (SEE OPRAUTH).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GRD-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRDMNTTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRADES-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRADES.DAT"
             FILE STATUS IS GRADES-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRADES-UPD ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRADES.UPD"
             FILE STATUS IS GUPD-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRD-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRDMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRD-JRNL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRDMNTJRNL"
             FILE STATUS IS JRNL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRD-FLAG ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRDCHGFLAG"
             FILE STATUS IS FLAG-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GRD-TRANS.
       01 GRD-TRANS-REC.
         05 GT-ACTION           PIC X.
           88 GT-CHANGE         VALUE "C".
         05 GT-STU-ID           PIC 9(7).
         05 GT-TERM             PIC X(5).
         05 GT-COURSE           PIC X(6).
         05 GT-NEW-GRADE        PIC X(2).
         05 GT-AUTH-REF         PIC X(10).
         05 GT-OPERATOR         PIC X(8).

       FD GRADES-FILE.
       01 GRADES-REC.
         05 GR-STU-ID           PIC 9(7).
         05 GR-TERM             PIC X(5).
         05 GR-COURSE           PIC X(6).
         05 GR-CREDIT-HOURS     PIC 9(2).
         05 GR-GRADE            PIC X(2).

       FD GRADES-UPD.
       01 GRADES-UPD-REC        PIC X(22).

       FD GRD-RPT.
       01 GRD-RPT-LINE          PIC X(80).

       FD GRD-JRNL.
       01 GRD-JRNL-LINE         PIC X(80).

       FD GRD-FLAG.
       01 GRD-FLAG-REC.
         05 GF-STU-ID           PIC 9(7).
         05 GF-TERM             PIC X(5).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

           COPY GRADEPTS.

       01 TRANS-FILE-STATUS    PIC X(2).
       01 GRADES-FILE-STATUS   PIC X(2).
       01 GUPD-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
       01 JRNL-FILE-STATUS     PIC X(2).
       01 FLAG-FILE-STATUS     PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-GR-EOF-SW         PIC X VALUE "N".
         88 GR-EOF VALUE "Y".
       01 WS-OPRAUTH-OPEN-SW   PIC X VALUE "N".
         88 OPRAUTH-OPEN VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8) VALUE 0.

       01 WS-TRANS-READ        PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-RESOLVED-COUNT    PIC 9(5) VALUE 0.

      * THE CARDS, HELD FOR THE PASS OF GRADES.DAT. TR-STATE IS
      * "P" WHILE A GOOD CARD WAITS FOR ITS GRADE RECORD, "A" ONCE
      * APPLIED AND "R" WHEN REJECTED.
       01 WS-TRN-MAX           PIC 9(3) VALUE 500.
       01 WS-TRN-COUNT         PIC 9(3) VALUE 0.
       01 WS-TRN-IDX           PIC 9(3).
       01 WS-TRN-TABLE.
         05 WS-TRN-ENTRY OCCURS 500 TIMES.
           10 WS-TR-STU-ID     PIC 9(7).
           10 WS-TR-TERM       PIC X(5).
           10 WS-TR-COURSE     PIC X(6).
           10 WS-TR-NEW-GRADE  PIC X(2).
           10 WS-TR-OLD-GRADE  PIC X(2).
           10 WS-TR-HOURS      PIC 9(2).
           10 WS-TR-AUTH-REF   PIC X(10).
           10 WS-TR-OPERATOR   PIC X(8).
           10 WS-TR-ACTION     PIC X.
           10 WS-TR-STATE      PIC X.
             88 TR-PENDING     VALUE "P".
             88 TR-APPLIED     VALUE "A".
             88 TR-REJECTED    VALUE "R".
           10 WS-TR-REASON     PIC X(30).

       01 WS-NEW-GRADES-NAME   PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/GRADES.UPD".
       01 WS-GRADES-NAME       PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/GRADES.DAT".
       01 WS-COPY-RESULT       PIC S9(9) COMP-5.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "GRADE-MAINT GRADE CHANGE REGISTER".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-STU-ID      PIC 9(7).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-TERM        PIC X(5).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-COURSE      PIC X(6).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-OLD-GRADE   PIC X(2).
         05 FILLER             PIC X(4) VALUE " TO ".
         05 WS-RPT-NEW-GRADE   PIC X(2).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-AUTH-REF    PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(53) VALUE SPACES.

       01 WS-JRNL-DETAIL.
         05 WS-JRNL-DATE       PIC 9(8).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-JRNL-PROGRAM    PIC X(12).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-JRNL-IMAGE-TYPE PIC X(6).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-JRNL-IMAGE      PIC X(22).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-JRNL-OPERATOR   PIC X(8).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-JRNL-AUTH-REF   PIC X(10).
         05 FILLER             PIC X(9) VALUE SPACES.

       01 WS-JRNL-IMAGE-REC.
         05 WS-JI-STU-ID       PIC 9(7).
         05 WS-JI-TERM         PIC X(5).
         05 WS-JI-COURSE       PIC X(6).
         05 WS-JI-HOURS        PIC 9(2).
         05 WS-JI-GRADE        PIC X(2).

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN OUTPUT GRD-RPT
             WRITE GRD-RPT-LINE FROM WS-RPT-HEADING.

             OPEN INPUT GRD-TRANS
             EVALUATE TRANS-FILE-STATUS
                 WHEN "00"
                     CONTINUE
                 WHEN "35"
                     DISPLAY "GRADE-MAINT: NO GRADE CHANGE CARDS"
                     GO TO 9000-END-PROGRAM
                 WHEN OTHER
                     DISPLAY "GRADE-MAINT: ERROR OPENING GRDMNTTRN, ",
                      "STATUS: " TRANS-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

             MOVE "GRADE-MAINT" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             SET OPRAUTH-OPEN TO TRUE.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 CLOSE GRD-TRANS
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 150-LOAD-TRANSACTIONS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 200-APPLY-TO-GRADES.
             IF RETURN-CODE = 0 AND WS-APPLIED-COUNT > 0
                 PERFORM 300-COPY-BACK
             END-IF.
             IF RETURN-CODE = 0 AND WS-APPLIED-COUNT > 0
                 PERFORM 500-WRITE-JOURNAL
             END-IF.

             PERFORM 400-WRITE-REGISTER.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-TRANSACTIONS.
             READ GRD-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
             PERFORM 160-LOAD-TRANS-STEP UNTIL TRANS-EOF.
             CLOSE GRD-TRANS.
           150-END.

           160-LOAD-TRANS-STEP.
             IF WS-TRN-COUNT >= WS-TRN-MAX
                 DISPLAY "GRADE-MAINT: ERROR, TRANSACTION TABLE FULL "
                    "AT " WS-TRN-MAX ", NOTHING APPLIED"
                 MOVE 16 TO RETURN-CODE
                 SET TRANS-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-TRANS-READ
                 ADD 1 TO WS-TRN-COUNT
                 MOVE WS-TRN-COUNT TO WS-TRN-IDX
                 MOVE GT-STU-ID TO WS-TR-STU-ID(WS-TRN-IDX)
                 MOVE GT-TERM TO WS-TR-TERM(WS-TRN-IDX)
                 MOVE GT-COURSE TO WS-TR-COURSE(WS-TRN-IDX)
                 MOVE GT-NEW-GRADE TO WS-TR-NEW-GRADE(WS-TRN-IDX)
                 MOVE SPACES TO WS-TR-OLD-GRADE(WS-TRN-IDX)
                 MOVE 0 TO WS-TR-HOURS(WS-TRN-IDX)
                 MOVE GT-AUTH-REF TO WS-TR-AUTH-REF(WS-TRN-IDX)
                 MOVE GT-OPERATOR TO WS-TR-OPERATOR(WS-TRN-IDX)
                 MOVE GT-ACTION TO WS-TR-ACTION(WS-TRN-IDX)
                 MOVE "P" TO WS-TR-STATE(WS-TRN-IDX)
                 MOVE SPACES TO WS-TR-REASON(WS-TRN-IDX)
                 PERFORM 170-EDIT-TRANS
                 IF WS-TR-REASON(WS-TRN-IDX) NOT = SPACES
                     MOVE "R" TO WS-TR-STATE(WS-TRN-IDX)
                 END-IF
                 READ GRD-TRANS
                  AT END SET TRANS-EOF TO TRUE
                 END-READ
             END-IF.
           160-END.

           170-EDIT-TRANS.
             MOVE "N" TO WS-GRADE-PT-SW.
             MOVE 1 TO WS-GRADE-PT-IDX.
             PERFORM 175-FIND-GRADE-STEP
                 UNTIL GRADE-PT-FOUND
                    OR WS-GRADE-PT-IDX > WS-GRADE-PT-COUNT.

             EVALUATE TRUE
                 WHEN NOT GT-CHANGE
                     MOVE "INVALID ACTION CODE" TO
                        WS-TR-REASON(WS-TRN-IDX)
                 WHEN GT-STU-ID NOT NUMERIC
                     MOVE "STUDENT ID NOT NUMERIC" TO
                        WS-TR-REASON(WS-TRN-IDX)
                 WHEN GT-TERM = SPACES OR GT-COURSE = SPACES
                     MOVE "TERM OR COURSE MISSING" TO
                        WS-TR-REASON(WS-TRN-IDX)
                 WHEN NOT GRADE-PT-FOUND AND GT-NEW-GRADE NOT = "I "
                     MOVE "GRADE NOT ON GRADING SCALE" TO
                        WS-TR-REASON(WS-TRN-IDX)
                 WHEN GT-AUTH-REF = SPACES
                     MOVE "AUTHORIZING REFERENCE MISSING" TO
                        WS-TR-REASON(WS-TRN-IDX)
                 WHEN OTHER
                     PERFORM 180-CHECK-OPERATOR
             END-EVALUATE.
           170-END.

           175-FIND-GRADE-STEP.
             IF WS-GPT-LETTER(WS-GRADE-PT-IDX) = GT-NEW-GRADE
                 SET GRADE-PT-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-GRADE-PT-IDX
             END-IF.
           175-END.

           180-CHECK-OPERATOR.
             MOVE "K" TO OAP-FUNCTION.
             MOVE GT-OPERATOR TO OAP-OPERATOR.
             MOVE GT-ACTION TO OAP-TRAN-TYPE.
             MOVE SPACES TO OAP-DETAIL.
             STRING "GRADE " DELIMITED BY SIZE
                    GT-STU-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    GT-COURSE DELIMITED BY SIZE
                 INTO OAP-DETAIL
             END-STRING.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 MOVE "OPERATOR NOT AUTHORIZED" TO
                    WS-TR-REASON(WS-TRN-IDX)
             END-IF.
           180-END.

           200-APPLY-TO-GRADES.
             OPEN INPUT GRADES-FILE
             IF GRADES-FILE-STATUS NOT = "00"
                 DISPLAY "GRADE-MAINT: ERROR OPENING GRADES.DAT, ",
                  "STATUS: " GRADES-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT GRADES-UPD
                 READ GRADES-FILE
                  AT END SET GR-EOF TO TRUE
                 END-READ
                 PERFORM 210-COPY-GRADE-STEP UNTIL GR-EOF
                 CLOSE GRADES-FILE, GRADES-UPD
             END-IF.

      * A GOOD CARD WHOSE GRADE RECORD NEVER TURNED UP IS REJECTED.
             MOVE 1 TO WS-TRN-IDX.
             PERFORM 230-UNMATCHED-STEP
                 UNTIL WS-TRN-IDX > WS-TRN-COUNT.
           200-END.

           210-COPY-GRADE-STEP.
      * CARDS APPLY IN CARD ORDER, SO A SECOND CHANGE TO THE SAME
      * COURSE SEES THE GRADE THE FIRST ONE LEFT.
             MOVE 1 TO WS-TRN-IDX.
             PERFORM 220-MATCH-TRANS-STEP
                 UNTIL WS-TRN-IDX > WS-TRN-COUNT.
             WRITE GRADES-UPD-REC FROM GRADES-REC.
             READ GRADES-FILE
              AT END SET GR-EOF TO TRUE
             END-READ.
           210-END.

           220-MATCH-TRANS-STEP.
             IF TR-PENDING(WS-TRN-IDX)
                AND WS-TR-STU-ID(WS-TRN-IDX) = GR-STU-ID
                AND WS-TR-TERM(WS-TRN-IDX) = GR-TERM
                AND WS-TR-COURSE(WS-TRN-IDX) = GR-COURSE
                 MOVE GR-GRADE TO WS-TR-OLD-GRADE(WS-TRN-IDX)
                 MOVE GR-CREDIT-HOURS TO WS-TR-HOURS(WS-TRN-IDX)
                 IF GR-GRADE = WS-TR-NEW-GRADE(WS-TRN-IDX)
                     MOVE "R" TO WS-TR-STATE(WS-TRN-IDX)
                     MOVE "GRADE UNCHANGED" TO
                        WS-TR-REASON(WS-TRN-IDX)
                 ELSE
                     MOVE WS-TR-NEW-GRADE(WS-TRN-IDX) TO GR-GRADE
                     MOVE "A" TO WS-TR-STATE(WS-TRN-IDX)
                     ADD 1 TO WS-APPLIED-COUNT
                     IF WS-TR-OLD-GRADE(WS-TRN-IDX) = "I "
                         ADD 1 TO WS-RESOLVED-COUNT
                         MOVE "INCOMPLETE RESOLVED" TO
                            WS-TR-REASON(WS-TRN-IDX)
                     END-IF
                 END-IF
             END-IF.
             ADD 1 TO WS-TRN-IDX.
           220-END.

           230-UNMATCHED-STEP.
             IF TR-PENDING(WS-TRN-IDX)
                 MOVE "R" TO WS-TR-STATE(WS-TRN-IDX)
                 MOVE "GRADE RECORD NOT ON FILE" TO
                    WS-TR-REASON(WS-TRN-IDX)
             END-IF.
             ADD 1 TO WS-TRN-IDX.
           230-END.

           300-COPY-BACK.
             CALL "CBL_COPY_FILE" USING WS-NEW-GRADES-NAME,
                 WS-GRADES-NAME
                 RETURNING WS-COPY-RESULT
             END-CALL.
             IF WS-COPY-RESULT NOT = 0
                 DISPLAY "GRADE-MAINT: GRADES.DAT COPY-BACK FAILED, ",
                  "RESULT: " WS-COPY-RESULT
                 MOVE 16 TO RETURN-CODE
             END-IF.
           300-END.

           400-WRITE-REGISTER.
             MOVE 1 TO WS-TRN-IDX.
             PERFORM 410-REGISTER-STEP
                 UNTIL WS-TRN-IDX > WS-TRN-COUNT.
           400-END.

           410-REGISTER-STEP.
             MOVE WS-TR-STU-ID(WS-TRN-IDX) TO WS-RPT-STU-ID.
             MOVE WS-TR-TERM(WS-TRN-IDX) TO WS-RPT-TERM.
             MOVE WS-TR-COURSE(WS-TRN-IDX) TO WS-RPT-COURSE.
             MOVE WS-TR-OLD-GRADE(WS-TRN-IDX) TO WS-RPT-OLD-GRADE.
             MOVE WS-TR-NEW-GRADE(WS-TRN-IDX) TO WS-RPT-NEW-GRADE.
             MOVE WS-TR-AUTH-REF(WS-TRN-IDX) TO WS-RPT-AUTH-REF.
             MOVE WS-TR-REASON(WS-TRN-IDX) TO WS-RPT-REASON.
      * A FAILED COPY-BACK LEAVES GRADES.DAT AS IT WAS.
             IF TR-APPLIED(WS-TRN-IDX) AND RETURN-CODE = 0
                 MOVE "APPLIED" TO WS-RPT-RESULT
             ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "REJECTED" TO WS-RPT-RESULT
                 IF TR-APPLIED(WS-TRN-IDX)
                     MOVE "GRADES.DAT NOT UPDATED" TO WS-RPT-REASON
                 END-IF
             END-IF.
             WRITE GRD-RPT-LINE FROM WS-RPT-DETAIL.
             ADD 1 TO WS-TRN-IDX.
           410-END.

           500-WRITE-JOURNAL.
      * THE JOURNAL AND THE GPA-CALC FLAGS ACCUMULATE ACROSS RUNS;
      * GPA-CALC EMPTIES THE FLAG FILE ONCE IT HAS RECOMPUTED.
             OPEN EXTEND GRD-JRNL
             IF JRNL-FILE-STATUS = "35"
                 OPEN OUTPUT GRD-JRNL
             END-IF.
             OPEN EXTEND GRD-FLAG
             IF FLAG-FILE-STATUS = "35"
                 OPEN OUTPUT GRD-FLAG
             END-IF.
             MOVE WS-RUN-DATE TO WS-JRNL-DATE.
             MOVE "GRADE-MAINT" TO WS-JRNL-PROGRAM.
             MOVE 1 TO WS-TRN-IDX.
             PERFORM 510-JOURNAL-STEP
                 UNTIL WS-TRN-IDX > WS-TRN-COUNT.
             CLOSE GRD-JRNL, GRD-FLAG.
           500-END.

           510-JOURNAL-STEP.
             IF TR-APPLIED(WS-TRN-IDX)
                 MOVE WS-TR-STU-ID(WS-TRN-IDX) TO WS-JI-STU-ID
                 MOVE WS-TR-TERM(WS-TRN-IDX) TO WS-JI-TERM
                 MOVE WS-TR-COURSE(WS-TRN-IDX) TO WS-JI-COURSE
                 MOVE WS-TR-HOURS(WS-TRN-IDX) TO WS-JI-HOURS
                 MOVE WS-TR-OPERATOR(WS-TRN-IDX) TO WS-JRNL-OPERATOR
                 MOVE WS-TR-AUTH-REF(WS-TRN-IDX) TO WS-JRNL-AUTH-REF

                 MOVE WS-TR-OLD-GRADE(WS-TRN-IDX) TO WS-JI-GRADE
                 MOVE "BEFORE" TO WS-JRNL-IMAGE-TYPE
                 MOVE WS-JRNL-IMAGE-REC TO WS-JRNL-IMAGE
                 WRITE GRD-JRNL-LINE FROM WS-JRNL-DETAIL

                 MOVE WS-TR-NEW-GRADE(WS-TRN-IDX) TO WS-JI-GRADE
                 MOVE "AFTER" TO WS-JRNL-IMAGE-TYPE
                 MOVE WS-JRNL-IMAGE-REC TO WS-JRNL-IMAGE
                 WRITE GRD-JRNL-LINE FROM WS-JRNL-DETAIL

                 MOVE WS-TR-STU-ID(WS-TRN-IDX) TO GF-STU-ID
                 MOVE WS-TR-TERM(WS-TRN-IDX) TO GF-TERM
                 WRITE GRD-FLAG-REC
             END-IF.
             ADD 1 TO WS-TRN-IDX.
           510-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-READ TO WS-RPT-TOT-COUNT.
             WRITE GRD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             COMPUTE WS-RPT-TOT-COUNT =
                 WS-TRANS-READ - WS-REJECTED-COUNT.
             WRITE GRD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE GRD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "INCOMPLETES RESOLVED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-RESOLVED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE GRD-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE GRD-RPT.
             DISPLAY "GRADE-MAINT: TRANSACTIONS READ: "
                WS-TRANS-READ.
             DISPLAY "GRADE-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             IF OPRAUTH-OPEN
                 MOVE "C" TO OAP-FUNCTION
                 CALL "OPRAUTH" USING OPRAUTH-PARM
             END-IF.
             GOBACK.

       END PROGRAM GRADE-MAINT.

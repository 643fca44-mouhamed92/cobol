       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-GL-MAINT.
      * MAINTAINS THE STUGLMAP MASTER THAT TUITION-BILL AND
      * TUIT-PAYMENT BOOK STUDENT RECEIVABLES ACTIVITY FROM: THE
      * TUITION REVENUE ACCOUNT FOR EACH MAJOR (TYPE M), THE AID
      * EXPENSE ACCOUNT FOR EACH AWARD FUND (TYPE F) AND THE FIXED
      * RECEIVABLES, FEE REVENUE, CASH AND PAYMENT PLAN FEE
      * REVENUE ENTRIES (TYPE S, CODES AR, FEE, CASH AND PLAN).
      * APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM
      * STUGLMAPTRN AND WRITES AN
      * APPLIED/REJECTED REGISTER, THE SAME WAY GL-MAP-MAINT KEEPS
      * GLMAP. EACH CARD CARRIES THE OPERATOR SUBMITTING IT, WHO
      * MUST HOLD AN OPERAUTH GRANT FOR STU-GL-MAINT AND THAT
      * ACTION (SEE OPRAUTH).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STU-GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUGLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SGM-KEY
             FILE STATUS IS MAP-FILE-STATUS.

            SELECT MAP-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUGLMAPTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MAP-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUGLMAPRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STU-GL-MAP.
           COPY STUGLMAPREC.

       FD MAP-TRANS.
       01 MAP-TRANS-REC.
         05 MT-ACTION           PIC X.
           88 MT-ADD            VALUE "A".
           88 MT-CHANGE         VALUE "C".
           88 MT-DELETE         VALUE "D".
         05 MT-MAP-KEY.
           10 MT-MAP-TYPE       PIC X.
           10 MT-MAP-CODE       PIC X(4).
         05 MT-COST-CENTER      PIC X(4).
         05 MT-ACCOUNT          PIC X(6).
         05 MT-OPERATOR         PIC X(8).

       FD MAP-RPT.
       01 MAP-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

      * A MAJOR IS MAPPED ONLY IF IT IS ONE THE STUDENT MASTER
      * ACCEPTS.
           COPY STUMAJOR.

       01 MAP-FILE-STATUS      PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       01 WS-CHECK-MAJOR       PIC X(3).

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "STU-GL-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-TYPE        PIC X.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-CODE        PIC X(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-COST-CENTER PIC X(4).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-ACCOUNT     PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(25).
         05 FILLER             PIC X(21) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             MOVE WS-VALID-MAJOR-VALUES TO WS-VALID-MAJOR-TABLE.

             OPEN I-O STU-GL-MAP
             IF MAP-FILE-STATUS = "35"
                 OPEN OUTPUT STU-GL-MAP
                 CLOSE STU-GL-MAP
                 OPEN I-O STU-GL-MAP
             END-IF.
             IF MAP-FILE-STATUS NOT = "00"
                 DISPLAY "STU-GL-MAINT: ERROR OPENING STUGLMAP, ",
                  "STATUS: " MAP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "STU-GL-MAINT" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT MAP-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "STU-GL-MAINT: ERROR OPENING STUGLMAPTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT MAP-RPT
             WRITE MAP-RPT-LINE FROM WS-RPT-HEADING.

             READ MAP-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE MT-ACTION TO WS-RPT-ACTION.
             MOVE MT-MAP-TYPE TO WS-RPT-TYPE.
             MOVE MT-MAP-CODE TO WS-RPT-CODE.
             MOVE MT-COST-CENTER TO WS-RPT-COST-CENTER.
             MOVE MT-ACCOUNT TO WS-RPT-ACCOUNT.
             MOVE SPACES TO WS-RPT-REASON.
             IF MT-ADD OR MT-CHANGE
                 PERFORM 260-VALIDATE-MAPPING
             END-IF.
             IF WS-RPT-REASON = SPACES
                AND (MT-ADD OR MT-CHANGE OR MT-DELETE)
                 PERFORM 250-CHECK-OPERATOR
             END-IF.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN MT-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN MT-CHANGE
                     PERFORM 310-APPLY-CHANGE
                 WHEN MT-DELETE
                     PERFORM 320-APPLY-DELETE
                 WHEN OTHER
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
             END-EVALUATE.

             READ MAP-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-CHECK-OPERATOR.
             MOVE "K" TO OAP-FUNCTION.
             MOVE MT-OPERATOR TO OAP-OPERATOR.
             MOVE MT-ACTION TO OAP-TRAN-TYPE.
             MOVE MT-MAP-KEY TO OAP-DETAIL.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-RPT-REASON
             END-IF.
           250-END.

           260-VALIDATE-MAPPING.
      * A MAJOR MUST BE ON THE VALID MAJOR TABLE AND A FIXED ENTRY
      * MUST BE ONE THE POSTING PROGRAMS LOOK FOR; A FUND CODE IS
      * WHATEVER THE AID OFFICE PUTS ON THE AWARDS MASTER.
             EVALUATE MT-MAP-TYPE
                 WHEN "M"
                     MOVE MT-MAP-CODE TO WS-CHECK-MAJOR
                     PERFORM 270-VALIDATE-MAJOR
                     IF NOT VALID-MAJOR-FOUND
                        OR MT-MAP-CODE(4:1) NOT = SPACE
                         MOVE "INVALID MAJOR" TO WS-RPT-REASON
                     END-IF
                 WHEN "F"
                     IF MT-MAP-CODE = SPACES
                         MOVE "FUND CODE MISSING" TO WS-RPT-REASON
                     END-IF
                 WHEN "S"
                     IF MT-MAP-CODE NOT = "AR"
                        AND MT-MAP-CODE NOT = "FEE"
                        AND MT-MAP-CODE NOT = "CASH"
                        AND MT-MAP-CODE NOT = "PLAN"
                         MOVE "INVALID FIXED ENTRY CODE" TO
                            WS-RPT-REASON
                     END-IF
                 WHEN OTHER
                     MOVE "INVALID MAPPING TYPE" TO WS-RPT-REASON
             END-EVALUATE.

             IF WS-RPT-REASON = SPACES
                AND (MT-COST-CENTER = SPACES OR MT-ACCOUNT = SPACES)
                 MOVE "COST CENTER/ACCOUNT MISSING" TO WS-RPT-REASON
             END-IF.
           260-END.

           270-VALIDATE-MAJOR.
             MOVE "N" TO WS-VALID-MAJOR-SW.
             MOVE 1 TO WS-VALID-MAJOR-IDX.

             IF WS-CHECK-MAJOR NOT = SPACES
                 PERFORM 280-VALIDATE-MAJOR-STEP
                     UNTIL VALID-MAJOR-FOUND
                        OR WS-VALID-MAJOR-IDX > WS-VALID-MAJOR-COUNT
             END-IF.
           270-END.

           280-VALIDATE-MAJOR-STEP.
             IF WS-VALID-MAJOR-ENTRY(WS-VALID-MAJOR-IDX) =
                WS-CHECK-MAJOR
                 SET VALID-MAJOR-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-VALID-MAJOR-IDX
             END-IF.
           280-END.

           300-APPLY-ADD.
             MOVE MT-MAP-KEY TO SGM-KEY.
             MOVE MT-COST-CENTER TO SGM-COST-CENTER.
             MOVE MT-ACCOUNT TO SGM-ACCOUNT.
             WRITE STU-GL-MAP-REC
                 INVALID KEY
                     MOVE "ENTRY ALREADY MAPPED" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-CHANGE.
             MOVE MT-MAP-KEY TO SGM-KEY.
             READ STU-GL-MAP
                 INVALID KEY
                     MOVE "ENTRY NOT MAPPED" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     MOVE MT-COST-CENTER TO SGM-COST-CENTER
                     MOVE MT-ACCOUNT TO SGM-ACCOUNT
                     REWRITE STU-GL-MAP-REC
                     PERFORM 410-WRITE-APPLIED
             END-READ.
           310-END.

           320-APPLY-DELETE.
             MOVE MT-MAP-KEY TO SGM-KEY.
             READ STU-GL-MAP
                 INVALID KEY
                     MOVE "ENTRY NOT MAPPED" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     DELETE STU-GL-MAP
                     PERFORM 410-WRITE-APPLIED
             END-READ.
           320-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE MAP-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE MAP-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE MAP-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE MAP-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE MAP-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE STU-GL-MAP, MAP-TRANS, MAP-RPT.
             DISPLAY "STU-GL-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "STU-GL-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             MOVE "C" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             GOBACK.

       END PROGRAM STU-GL-MAINT.

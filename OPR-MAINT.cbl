       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-MAINT.
      * MAINTAINS THE OPERAUTH OPERATOR AUTHORITY MASTER THAT
      * OPRAUTH CHECKS THE MAINTENANCE PROGRAMS' TRANSACTIONS
      * AGAINST. APPLIES GRANT (A) / CHANGE (C) / REVOKE (D) CARDS
      * FROM OPRAUTHTRN AND WRITES AN APPLIED/REJECTED REGISTER. A
      * CHANGE REPLACES ONLY THE NAME AND EXPIRY KEYED; AN EXPIRY OF
      * ALL ZEROS MAKES THE GRANT OPEN-ENDED AGAIN.
      * EVERY CARD NAMES THE OPERATOR SUBMITTING IT, WHO MUST HOLD
      * AN OPR-MAINT GRANT FOR THAT ACTION (OR "*") AND MAY NOT
      * ALTER THEIR OWN RIGHTS. REFUSALS ARE ALSO LOGGED TO AUTHDENY.
      * THE FIRST RUN, WHEN NO OPERAUTH EXISTS YET, CREATES THE
      * MASTER AND TAKES ITS CARDS UNCHECKED SO THE SECURITY
      * ADMINISTRATORS' OWN OPR-MAINT GRANTS CAN BE LOADED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPER-AUTH ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/OPERAUTH"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OA-KEY
             FILE STATUS IS OA-FILE-STATUS.

            SELECT AUTH-DENY ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/AUTHDENY"
             FILE STATUS IS DENY-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPR-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/OPRAUTHTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPR-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/OPRMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-AUTH.
           COPY OPERAUTHREC.

       FD AUTH-DENY.
           COPY AUTHDENYREC.

       FD OPR-TRANS.
       01 OPR-TRANS-REC.
         05 OT-ACTION           PIC X.
           88 OT-GRANT          VALUE "A".
           88 OT-CHANGE         VALUE "C".
           88 OT-REVOKE         VALUE "D".
         05 OT-OPERATOR         PIC X(8).
         05 OT-PROGRAM          PIC X(12).
         05 OT-TRAN-TYPE        PIC X(4).
         05 OT-OPERATOR-NAME    PIC X(20).
         05 OT-EXPIRES-DATE     PIC 9(8).
         05 OT-EXPIRES-DATE-X REDEFINES OT-EXPIRES-DATE
                                PIC X(8).
         05 OT-SUBMITTED-BY     PIC X(8).

       FD OPR-RPT.
       01 OPR-RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 OA-FILE-STATUS       PIC X(2).
       01 DENY-FILE-STATUS     PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-FIRST-RUN-SW      PIC X VALUE "N".
         88 FIRST-RUN VALUE "Y".
       01 WS-GRANT-SW          PIC X VALUE "N".
         88 SUBMITTER-GRANTED VALUE "Y".
       01 WS-EXPIRED-SW        PIC X VALUE "N".
         88 SUBMITTER-EXPIRED VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-NOW-TIME-RAW.
         05 WS-NOW-TIME-HMS    PIC 9(6).
         05 FILLER             PIC X(2).

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-DENIED-COUNT      PIC 9(5) VALUE 0.

       01 WS-DENY-REASON       PIC X(20).

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "OPR-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-OPERATOR    PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-PROGRAM     PIC X(12).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-TYPE        PIC X(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-BY          PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(17) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "OPR-MAINT" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "OPR-MAINT: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN I-O OPER-AUTH
             IF OA-FILE-STATUS = "35"
                 SET FIRST-RUN TO TRUE
                 DISPLAY "OPR-MAINT: NO OPERAUTH, CREATING IT; ",
                  "THIS RUN'S CARDS ARE NOT CHECKED"
                 OPEN OUTPUT OPER-AUTH
                 CLOSE OPER-AUTH
                 OPEN I-O OPER-AUTH
             END-IF.
             IF OA-FILE-STATUS NOT = "00"
                 DISPLAY "OPR-MAINT: ERROR OPENING OPERAUTH, ",
                  "STATUS: " OA-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN EXTEND AUTH-DENY
             IF DENY-FILE-STATUS = "35"
                 OPEN OUTPUT AUTH-DENY
             END-IF.
             IF DENY-FILE-STATUS NOT = "00"
                 DISPLAY "OPR-MAINT: ERROR OPENING AUTHDENY, ",
                  "STATUS: " DENY-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT OPR-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "OPR-MAINT: ERROR OPENING OPRAUTHTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT OPR-RPT
             WRITE OPR-RPT-LINE FROM WS-RPT-HEADING.

             READ OPR-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE OT-ACTION TO WS-RPT-ACTION.
             MOVE OT-OPERATOR TO WS-RPT-OPERATOR.
             MOVE OT-PROGRAM TO WS-RPT-PROGRAM.
             MOVE OT-TRAN-TYPE TO WS-RPT-TYPE.
             MOVE OT-SUBMITTED-BY TO WS-RPT-BY.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-TRANS.
             IF WS-RPT-REASON = SPACES AND NOT FIRST-RUN
                 PERFORM 260-CHECK-SUBMITTER
             END-IF.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN OT-GRANT
                     PERFORM 300-APPLY-GRANT
                 WHEN OT-CHANGE
                     PERFORM 310-APPLY-CHANGE
                 WHEN OT-REVOKE
                     PERFORM 320-APPLY-REVOKE
             END-EVALUATE.

             READ OPR-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-TRANS.
             EVALUATE TRUE
                 WHEN NOT OT-GRANT AND NOT OT-CHANGE AND NOT OT-REVOKE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN OT-OPERATOR = SPACES
                     MOVE "OPERATOR ID MISSING" TO WS-RPT-REASON
                 WHEN OT-PROGRAM = SPACES
                     MOVE "PROGRAM MISSING" TO WS-RPT-REASON
                 WHEN OT-TRAN-TYPE = SPACES
                     MOVE "TRANSACTION TYPE MISSING" TO WS-RPT-REASON
                 WHEN OT-SUBMITTED-BY = SPACES
                     MOVE "SUBMITTING OPERATOR MISSING"
                        TO WS-RPT-REASON
                 WHEN OT-REVOKE
                     CONTINUE
                 WHEN OT-EXPIRES-DATE-X NOT = SPACES
                  AND OT-EXPIRES-DATE NOT NUMERIC
                     MOVE "INVALID EXPIRY DATE" TO WS-RPT-REASON
                 WHEN OT-EXPIRES-DATE-X NOT = SPACES
                  AND OT-EXPIRES-DATE NOT = 0
                  AND OT-EXPIRES-DATE < WS-RUN-DATE
                     MOVE "EXPIRY DATE ALREADY PAST" TO WS-RPT-REASON
                 WHEN OT-GRANT AND OT-OPERATOR-NAME = SPACES
                     MOVE "OPERATOR NAME MISSING" TO WS-RPT-REASON
             END-EVALUATE.
           250-END.

           260-CHECK-SUBMITTER.
      * THE SUBMITTER'S OWN GRANT IS LOOKED UP ON THE MASTER THIS
      * RUN HAS OPEN; THE APPLY PARAGRAPHS RE-READ THE TARGET GRANT.
             MOVE "N" TO WS-GRANT-SW.
             MOVE "N" TO WS-EXPIRED-SW.
             MOVE OT-ACTION TO OA-TRAN-TYPE.
             PERFORM 265-READ-SUBMITTER-GRANT.
             IF NOT SUBMITTER-GRANTED
                 MOVE "*" TO OA-TRAN-TYPE
                 PERFORM 265-READ-SUBMITTER-GRANT
             END-IF.

             EVALUATE TRUE
                 WHEN OT-SUBMITTED-BY = OT-OPERATOR
                     MOVE "OWN RIGHTS" TO WS-DENY-REASON
                 WHEN SUBMITTER-GRANTED
                     CONTINUE
                 WHEN SUBMITTER-EXPIRED
                     MOVE "GRANT EXPIRED" TO WS-DENY-REASON
                 WHEN OTHER
                     MOVE "NO GRANT" TO WS-DENY-REASON
             END-EVALUATE.
             IF OT-SUBMITTED-BY = OT-OPERATOR
                OR NOT SUBMITTER-GRANTED
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-RPT-REASON
                 PERFORM 270-LOG-DENIAL
             END-IF.
           260-END.

           265-READ-SUBMITTER-GRANT.
             MOVE OT-SUBMITTED-BY TO OA-OPERATOR.
             MOVE "OPR-MAINT" TO OA-PROGRAM.
             READ OPER-AUTH
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF OA-NO-EXPIRY OR OA-EXPIRES-DATE >= WS-RUN-DATE
                         SET SUBMITTER-GRANTED TO TRUE
                     ELSE
                         SET SUBMITTER-EXPIRED TO TRUE
                     END-IF
             END-READ.
           265-END.

           270-LOG-DENIAL.
             ADD 1 TO WS-DENIED-COUNT.
             ACCEPT WS-NOW-TIME-RAW FROM TIME.
             MOVE SPACES TO AUTH-DENY-REC.
             MOVE WS-RUN-DATE TO AD-DATE.
             MOVE WS-NOW-TIME-HMS TO AD-TIME.
             MOVE "OPR-MAINT" TO AD-PROGRAM.
             MOVE OT-SUBMITTED-BY TO AD-OPERATOR.
             MOVE OT-ACTION TO AD-TRAN-TYPE.
             STRING OT-OPERATOR DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    OT-PROGRAM DELIMITED BY SPACE
                 INTO AD-DETAIL
             END-STRING.
             MOVE WS-DENY-REASON TO AD-REASON.
             WRITE AUTH-DENY-REC.
           270-END.

           300-APPLY-GRANT.
             MOVE SPACES TO OPER-AUTH-REC.
             MOVE OT-OPERATOR TO OA-OPERATOR.
             MOVE OT-PROGRAM TO OA-PROGRAM.
             MOVE OT-TRAN-TYPE TO OA-TRAN-TYPE.
             MOVE OT-OPERATOR-NAME TO OA-OPERATOR-NAME.
             MOVE OT-SUBMITTED-BY TO OA-GRANTED-BY.
             MOVE WS-RUN-DATE TO OA-GRANTED-DATE.
             MOVE 0 TO OA-EXPIRES-DATE.
             IF OT-EXPIRES-DATE-X NOT = SPACES
                 MOVE OT-EXPIRES-DATE TO OA-EXPIRES-DATE
             END-IF.
             WRITE OPER-AUTH-REC
                 INVALID KEY
                     MOVE "GRANT ALREADY ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-CHANGE.
             MOVE OT-OPERATOR TO OA-OPERATOR.
             MOVE OT-PROGRAM TO OA-PROGRAM.
             MOVE OT-TRAN-TYPE TO OA-TRAN-TYPE.
             READ OPER-AUTH
                 INVALID KEY
                     MOVE "GRANT NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 315-CHANGE-GRANT
             END-READ.
           310-END.

           315-CHANGE-GRANT.
             IF OT-OPERATOR-NAME NOT = SPACES
                 MOVE OT-OPERATOR-NAME TO OA-OPERATOR-NAME
             END-IF.
             IF OT-EXPIRES-DATE-X NOT = SPACES
                 MOVE OT-EXPIRES-DATE TO OA-EXPIRES-DATE
             END-IF.
             MOVE OT-SUBMITTED-BY TO OA-GRANTED-BY.
             MOVE WS-RUN-DATE TO OA-GRANTED-DATE.
             REWRITE OPER-AUTH-REC.
             PERFORM 410-WRITE-APPLIED.
           315-END.

           320-APPLY-REVOKE.
             MOVE OT-OPERATOR TO OA-OPERATOR.
             MOVE OT-PROGRAM TO OA-PROGRAM.
             MOVE OT-TRAN-TYPE TO OA-TRAN-TYPE.
             READ OPER-AUTH
                 INVALID KEY
                     MOVE "GRANT NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     DELETE OPER-AUTH
                     PERFORM 410-WRITE-APPLIED
             END-READ.
           320-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE OPR-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE OPR-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "  NOT AUTHORIZED:    " TO WS-RPT-TOT-LABEL.
             MOVE WS-DENIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE OPER-AUTH, AUTH-DENY, OPR-TRANS, OPR-RPT.
             DISPLAY "OPR-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "OPR-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM OPR-MAINT.

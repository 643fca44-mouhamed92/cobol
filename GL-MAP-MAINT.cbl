      * GL-EXTRACT AND PAY-VOID BOOK FROM. APPLIES ADD / CHANGE /
      * DELETE TRANSACTIONS FROM GLMAPTRN AND WRITES AN
      * APPLIED/REJECTED REGISTER, SO ADDING A DEPARTMENT IS A
      * TRANSACTION INSTEAD OF A PROGRAM CHANGE. EACH CARD CARRIES
      * THE OPERATOR SUBMITTING IT, WHO MUST HOLD AN OPERAUTH GRANT
      * FOR GL-MAP-MAINT AND THAT ACTION (SEE OPRAUTH).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         05 MT-DEPARTMENT       PIC X(30).
         05 MT-COST-CENTER      PIC X(4).
         05 MT-ACCOUNT          PIC X(6).
         05 MT-OPERATOR         PIC X(8).

       FD MAP-RPT.
       01 MAP-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

       01 MAP-FILE-STATUS      PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "GL-MAP-MAINT" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT MAP-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "GL-MAP-MAINT: ERROR OPENING GLMAPTRN, ",
             MOVE MT-ACTION TO WS-RPT-ACTION.
             MOVE MT-DEPARTMENT TO WS-RPT-DEPT.
             MOVE SPACES TO WS-RPT-REASON.
             IF MT-ADD OR MT-CHANGE OR MT-DELETE
                 PERFORM 250-CHECK-OPERATOR
             END-IF.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN MT-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN MT-CHANGE
             END-READ.
           200-END.

           250-CHECK-OPERATOR.
             MOVE "K" TO OAP-FUNCTION.
             MOVE MT-OPERATOR TO OAP-OPERATOR.
             MOVE MT-ACTION TO OAP-TRAN-TYPE.
             MOVE MT-DEPARTMENT TO OAP-DETAIL.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-RPT-REASON
             END-IF.
           250-END.

           300-APPLY-ADD.
             MOVE MT-DEPARTMENT TO GLM-DEPARTMENT.
             MOVE MT-COST-CENTER TO GLM-COST-CENTER.
                WS-APPLIED-COUNT.
             DISPLAY "GL-MAP-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             MOVE "C" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             GOBACK.

       END PROGRAM GL-MAP-MAINT.

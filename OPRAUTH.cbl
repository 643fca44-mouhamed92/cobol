       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRAUTH.
      * SHARED OPERATOR AUTHORITY CHECK FOR THE MAINTENANCE
      * PROGRAMS. A TRANSACTION IS AUTHORIZED WHEN THE OPERATOR ON
      * ITS CARD HOLDS AN UNEXPIRED OPERAUTH GRANT FOR THE CALLING
      * PROGRAM AND EITHER THAT TRANSACTION TYPE OR "*". EVERY
      * REFUSAL IS APPENDED TO THE AUTHDENY LOG FOR THE ACCESS
      * REVIEW. WITH NO OPERAUTH MASTER AUTHORITY IS NOT YET IN
      * FORCE: THE OPEN SAYS SO ON THE CONSOLE AND EVERY CHECK
      * PASSES, SO THE PROGRAMS RUN AS BEFORE UNTIL SECURITY HAS
      * LOADED THE GRANTS THROUGH OPR-MAINT.

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

       DATA DIVISION.
       FILE SECTION.
       FD OPER-AUTH.
           COPY OPERAUTHREC.

       FD AUTH-DENY.
           COPY AUTHDENYREC.

       WORKING-STORAGE SECTION.

       01 OA-FILE-STATUS       PIC X(2).
       01 DENY-FILE-STATUS     PIC X(2).

       01 WS-IN-FORCE-SW       PIC X VALUE "N".
         88 AUTH-IN-FORCE VALUE "Y".
       01 WS-GRANT-SW          PIC X VALUE "N".
         88 GRANT-FOUND VALUE "Y".
       01 WS-EXPIRED-SW        PIC X VALUE "N".
         88 GRANT-EXPIRED VALUE "Y".

       01 WS-DENY-REASON       PIC X(20).

       01 WS-NOW-DATE          PIC 9(8).
       01 WS-NOW-TIME-RAW.
         05 WS-NOW-TIME-HMS    PIC 9(6).
         05 FILLER             PIC X(2).

       LINKAGE SECTION.
           COPY OPRAUTHPARM.

       PROCEDURE DIVISION USING OPRAUTH-PARM.

           100-DISPATCH.
             MOVE 0 TO OAP-RESULT.
             EVALUATE TRUE
                 WHEN OAP-OPEN
                     PERFORM 200-OPEN-AUTHORITY
                 WHEN OAP-CHECK
                     IF AUTH-IN-FORCE
                         PERFORM 300-CHECK-AUTHORITY
                     END-IF
                 WHEN OAP-CLOSE
                     IF AUTH-IN-FORCE
                         CLOSE OPER-AUTH, AUTH-DENY
                         MOVE "N" TO WS-IN-FORCE-SW
                     END-IF
                 WHEN OTHER
                     DISPLAY "OPRAUTH: INVALID FUNCTION CODE: "
                        OAP-FUNCTION
                     MOVE 16 TO OAP-RESULT
             END-EVALUATE.
             GOBACK.
           100-END.

           200-OPEN-AUTHORITY.
             MOVE "N" TO WS-IN-FORCE-SW.
             OPEN INPUT OPER-AUTH
             EVALUATE OA-FILE-STATUS
                 WHEN "00"
                     OPEN EXTEND AUTH-DENY
                     IF DENY-FILE-STATUS = "35"
                         OPEN OUTPUT AUTH-DENY
                     END-IF
                     IF DENY-FILE-STATUS NOT = "00"
                         DISPLAY "OPRAUTH: ERROR OPENING AUTHDENY, ",
                          "STATUS: " DENY-FILE-STATUS
                         CLOSE OPER-AUTH
                         MOVE 16 TO OAP-RESULT
                     ELSE
                         SET AUTH-IN-FORCE TO TRUE
                     END-IF
                 WHEN "35"
                     DISPLAY OAP-PROGRAM-ID ": NO OPERAUTH, ",
                      "OPERATOR AUTHORITY NOT CHECKED"
                     MOVE 4 TO OAP-RESULT
                 WHEN OTHER
                     DISPLAY "OPRAUTH: ERROR OPENING OPERAUTH, ",
                      "STATUS: " OA-FILE-STATUS
                     MOVE 16 TO OAP-RESULT
             END-EVALUATE.
           200-END.

           300-CHECK-AUTHORITY.
             ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
             MOVE "N" TO WS-GRANT-SW.
             MOVE "N" TO WS-EXPIRED-SW.
             IF OAP-OPERATOR NOT = SPACES
                 MOVE OAP-TRAN-TYPE TO OA-TRAN-TYPE
                 PERFORM 310-READ-GRANT
                 IF NOT GRANT-FOUND
                     MOVE "*" TO OA-TRAN-TYPE
                     PERFORM 310-READ-GRANT
                 END-IF
             END-IF.

             IF NOT GRANT-FOUND
                 EVALUATE TRUE
                     WHEN OAP-OPERATOR = SPACES
                         MOVE "NO OPERATOR ID" TO WS-DENY-REASON
                     WHEN GRANT-EXPIRED
                         MOVE "GRANT EXPIRED" TO WS-DENY-REASON
                     WHEN OTHER
                         MOVE "NO GRANT" TO WS-DENY-REASON
                 END-EVALUATE
                 PERFORM 320-LOG-DENIAL
                 MOVE 8 TO OAP-RESULT
             END-IF.
           300-END.

           310-READ-GRANT.
             MOVE OAP-OPERATOR TO OA-OPERATOR.
             MOVE OAP-PROGRAM-ID TO OA-PROGRAM.
             READ OPER-AUTH
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF OA-NO-EXPIRY OR OA-EXPIRES-DATE >= WS-NOW-DATE
                         SET GRANT-FOUND TO TRUE
                     ELSE
                         SET GRANT-EXPIRED TO TRUE
                     END-IF
             END-READ.
           310-END.

           320-LOG-DENIAL.
             ACCEPT WS-NOW-TIME-RAW FROM TIME.
             MOVE SPACES TO AUTH-DENY-REC.
             MOVE WS-NOW-DATE TO AD-DATE.
             MOVE WS-NOW-TIME-HMS TO AD-TIME.
             MOVE OAP-PROGRAM-ID TO AD-PROGRAM.
             MOVE OAP-OPERATOR TO AD-OPERATOR.
             MOVE OAP-TRAN-TYPE TO AD-TRAN-TYPE.
             MOVE OAP-DETAIL TO AD-DETAIL.
             MOVE WS-DENY-REASON TO AD-REASON.
             WRITE AUTH-DENY-REC.
           320-END.

       END PROGRAM OPRAUTH.

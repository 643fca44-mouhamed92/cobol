       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-REPORT.
      * PERIODIC ACCESS REVIEW REPORT. PART ONE LISTS EVERY GRANT ON
      * THE OPERAUTH MASTER BY OPERATOR: PROGRAM, TRANSACTION TYPE,
      * WHO GRANTED IT AND WHEN, AND WHETHER IT IS STILL IN FORCE.
      * PART TWO LISTS EVERY ATTEMPT ON THE AUTHDENY LOG THAT THE
      * MAINTENANCE PROGRAMS REFUSED FOR WANT OF AUTHORITY. THE
      * OPTIONAL OPRRPTPARM CARD LIMITS PART TWO TO A FROM / TO DATE
      * RANGE (YYYYMMDD); A MISSING CARD OR BLANK DATE MEANS ALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPR-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/OPRRPTPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPER-AUTH ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/OPERAUTH"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OA-KEY
             FILE STATUS IS OA-FILE-STATUS.

            SELECT AUTH-DENY ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/AUTHDENY"
             FILE STATUS IS DENY-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPR-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/OPRRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPR-PARM.
       01 OPR-PARM-CARD.
         05 OR-FROM-DATE        PIC 9(8).
         05 OR-FROM-DATE-X REDEFINES OR-FROM-DATE
                                PIC X(8).
         05 FILLER              PIC X.
         05 OR-TO-DATE          PIC 9(8).
         05 OR-TO-DATE-X REDEFINES OR-TO-DATE
                                PIC X(8).

       FD OPER-AUTH.
           COPY OPERAUTHREC.

       FD AUTH-DENY.
           COPY AUTHDENYREC.

       FD OPR-RPT.
       01 OPR-RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

       01 PARM-FILE-STATUS     PIC X(2).
       01 OA-FILE-STATUS       PIC X(2).
       01 DENY-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-AUTH-EOF-SW       PIC X VALUE "N".
         88 AUTH-EOF VALUE "Y".
       01 WS-DENY-EOF-SW       PIC X VALUE "N".
         88 DENY-EOF VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-FROM-DATE         PIC 9(8) VALUE 0.
       01 WS-TO-DATE           PIC 9(8) VALUE 99999999.
       01 WS-PREV-OPERATOR     PIC X(8) VALUE SPACES.

       01 WS-OPERATOR-COUNT    PIC 9(5) VALUE 0.
       01 WS-GRANT-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.
       01 WS-DENY-READ-COUNT   PIC 9(7) VALUE 0.
       01 WS-DENY-LIST-COUNT   PIC 9(7) VALUE 0.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(40) VALUE
            "OPERATOR ACCESS REVIEW REPORT  RUN DATE:".
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RT-RUN-DATE     PIC 9(8).
         05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-RPT-GRANT-HDG.
         05 FILLER             PIC X(40) VALUE
            "PART 1 - GRANTS BY OPERATOR".
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-GRANT-COLS.
         05 FILLER             PIC X(4) VALUE SPACES.
         05 FILLER             PIC X(14) VALUE "PROGRAM".
         05 FILLER             PIC X(6) VALUE "TYPE".
         05 FILLER             PIC X(10) VALUE "GRANTED BY".
         05 FILLER             PIC X(10) VALUE "  ON".
         05 FILLER             PIC X(10) VALUE "  EXPIRES".
         05 FILLER             PIC X(10) VALUE "  STATUS".
         05 FILLER             PIC X(36) VALUE SPACES.

       01 WS-RPT-OPER-LINE.
         05 FILLER             PIC X(10) VALUE "OPERATOR: ".
         05 WS-RO-OPERATOR     PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RO-NAME         PIC X(20).
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-GRANT-LINE.
         05 FILLER             PIC X(4) VALUE SPACES.
         05 WS-RG-PROGRAM      PIC X(12).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RG-TYPE         PIC X(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RG-GRANTED-BY   PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RG-GRANTED-DATE PIC 9(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RG-EXPIRES      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RG-STATUS       PIC X(8).
         05 FILLER             PIC X(38) VALUE SPACES.

       01 WS-RPT-DENY-HDG.
         05 FILLER             PIC X(33) VALUE
            "PART 2 - REFUSED ATTEMPTS  FROM: ".
         05 WS-RDH-FROM        PIC 9(8).
         05 FILLER             PIC X(5) VALUE "  TO ".
         05 WS-RDH-TO          PIC 9(8).
         05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-RPT-DENY-COLS.
         05 FILLER             PIC X(10) VALUE "DATE".
         05 FILLER             PIC X(8) VALUE "TIME".
         05 FILLER             PIC X(14) VALUE "PROGRAM".
         05 FILLER             PIC X(10) VALUE "OPERATOR".
         05 FILLER             PIC X(6) VALUE "TYPE".
         05 FILLER             PIC X(22) VALUE "DETAIL".
         05 FILLER             PIC X(20) VALUE "REASON".
         05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-RPT-DENY-LINE.
         05 WS-RD-DATE         PIC 9(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-TIME         PIC 9(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-PROGRAM      PIC X(12).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-OPERATOR     PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-TYPE         PIC X(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-DETAIL       PIC X(20).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-REASON       PIC X(20).
         05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(28).
         05 WS-RPT-TOT-COUNT   PIC ZZZZZZ9.
         05 FILLER             PIC X(65) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN INPUT OPR-PARM
             IF PARM-FILE-STATUS = "00"
                 READ OPR-PARM
                     AT END
                         MOVE SPACES TO OPR-PARM-CARD
                 END-READ
                 IF OR-FROM-DATE-X NOT = SPACES
                  AND OR-FROM-DATE NUMERIC
                     MOVE OR-FROM-DATE TO WS-FROM-DATE
                 END-IF
                 IF OR-TO-DATE-X NOT = SPACES
                  AND OR-TO-DATE NUMERIC
                     MOVE OR-TO-DATE TO WS-TO-DATE
                 END-IF
                 CLOSE OPR-PARM
             END-IF.

             OPEN INPUT OPER-AUTH
             IF OA-FILE-STATUS NOT = "00"
                 DISPLAY "OPR-REPORT: ERROR OPENING OPERAUTH, ",
                  "STATUS: " OA-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT OPR-RPT
             MOVE WS-RUN-DATE TO WS-RT-RUN-DATE.
             WRITE OPR-RPT-LINE FROM WS-RPT-TITLE.
             WRITE OPR-RPT-LINE FROM WS-RPT-BLANK.
             WRITE OPR-RPT-LINE FROM WS-RPT-GRANT-HDG.
             WRITE OPR-RPT-LINE FROM WS-RPT-GRANT-COLS.

             READ OPER-AUTH NEXT RECORD
              AT END SET AUTH-EOF TO TRUE
             END-READ.
             PERFORM 200-LIST-GRANT UNTIL AUTH-EOF.
             CLOSE OPER-AUTH.

             WRITE OPR-RPT-LINE FROM WS-RPT-BLANK.
             MOVE WS-FROM-DATE TO WS-RDH-FROM.
             MOVE WS-TO-DATE TO WS-RDH-TO.
             WRITE OPR-RPT-LINE FROM WS-RPT-DENY-HDG.
             WRITE OPR-RPT-LINE FROM WS-RPT-DENY-COLS.

             OPEN INPUT AUTH-DENY
             IF DENY-FILE-STATUS = "00"
                 READ AUTH-DENY
                  AT END SET DENY-EOF TO TRUE
                 END-READ
                 PERFORM 300-LIST-DENIAL UNTIL DENY-EOF
                 CLOSE AUTH-DENY
             ELSE
                 DISPLAY "OPR-REPORT: NO AUTHDENY LOG, ",
                  "NO REFUSED ATTEMPTS TO LIST"
             END-IF.

             PERFORM 8000-WRITE-TOTALS.
             CLOSE OPR-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-LIST-GRANT.
             ADD 1 TO WS-GRANT-COUNT.
             IF OA-OPERATOR NOT = WS-PREV-OPERATOR
                 ADD 1 TO WS-OPERATOR-COUNT
                 MOVE OA-OPERATOR TO WS-PREV-OPERATOR
                 MOVE OA-OPERATOR TO WS-RO-OPERATOR
                 MOVE OA-OPERATOR-NAME TO WS-RO-NAME
                 WRITE OPR-RPT-LINE FROM WS-RPT-OPER-LINE
             END-IF.

             MOVE OA-PROGRAM TO WS-RG-PROGRAM.
             MOVE OA-TRAN-TYPE TO WS-RG-TYPE.
             MOVE OA-GRANTED-BY TO WS-RG-GRANTED-BY.
             MOVE OA-GRANTED-DATE TO WS-RG-GRANTED-DATE.
             EVALUATE TRUE
                 WHEN OA-NO-EXPIRY
                     MOVE "NONE" TO WS-RG-EXPIRES
                     MOVE "ACTIVE" TO WS-RG-STATUS
                 WHEN OA-EXPIRES-DATE < WS-RUN-DATE
                     MOVE OA-EXPIRES-DATE TO WS-RG-EXPIRES
                     MOVE "EXPIRED" TO WS-RG-STATUS
                     ADD 1 TO WS-EXPIRED-COUNT
                 WHEN OTHER
                     MOVE OA-EXPIRES-DATE TO WS-RG-EXPIRES
                     MOVE "ACTIVE" TO WS-RG-STATUS
             END-EVALUATE.
             WRITE OPR-RPT-LINE FROM WS-RPT-GRANT-LINE.

             READ OPER-AUTH NEXT RECORD
              AT END SET AUTH-EOF TO TRUE
             END-READ.
           200-END.

           300-LIST-DENIAL.
             ADD 1 TO WS-DENY-READ-COUNT.
             IF AD-DATE NOT < WS-FROM-DATE
              AND AD-DATE NOT > WS-TO-DATE
                 ADD 1 TO WS-DENY-LIST-COUNT
                 MOVE AD-DATE TO WS-RD-DATE
                 MOVE AD-TIME TO WS-RD-TIME
                 MOVE AD-PROGRAM TO WS-RD-PROGRAM
                 MOVE AD-OPERATOR TO WS-RD-OPERATOR
                 MOVE AD-TRAN-TYPE TO WS-RD-TYPE
                 MOVE AD-DETAIL TO WS-RD-DETAIL
                 MOVE AD-REASON TO WS-RD-REASON
                 WRITE OPR-RPT-LINE FROM WS-RPT-DENY-LINE
             END-IF.

             READ AUTH-DENY
              AT END SET DENY-EOF TO TRUE
             END-READ.
           300-END.

           8000-WRITE-TOTALS.
             WRITE OPR-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "OPERATORS WITH GRANTS:" TO WS-RPT-TOT-LABEL.
             MOVE WS-OPERATOR-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "GRANTS ON FILE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-GRANT-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "  OF WHICH EXPIRED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-EXPIRED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "REFUSED ATTEMPTS LISTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-DENY-LIST-COUNT TO WS-RPT-TOT-COUNT.
             WRITE OPR-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "OPR-REPORT: GRANTS LISTED: " WS-GRANT-COUNT
                " REFUSALS LISTED: " WS-DENY-LIST-COUNT
                " OF " WS-DENY-READ-COUNT.
             GOBACK.

       END PROGRAM OPR-REPORT.

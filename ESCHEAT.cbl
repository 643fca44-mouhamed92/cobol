       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      * UNCLAIMED-PROPERTY (ESCHEATMENT) RUN FOR UNCASHED PAYROLL
      * CHECKS. EVERY CHECK STILL ISSUED ON THE CHECKREG REGISTER
      * IS AGED FROM ITS ISSUE DATE:
      *   - ONE NEARING THE STATE DORMANCY PERIOD GETS A DUE-
      *     DILIGENCE LETTER TO THE OWNER ON ESCHLETTER, AND THE
      *     LETTER DATE IS STAMPED ON THE REGISTER SO IT GOES ONCE;
      *   - ONE PAST DORMANCY WHOSE LETTER HAS BEEN OUT LONG ENOUGH
      *     FOR THE OWNER TO ANSWER IS ESCHEATED: STATUS "E" ON THE
      *     REGISTER, A STOP RECORD TO THE BANK ON POSPAY, AN OWNER
      *     RECORD ON THE ESCHSTATE UNCLAIMED-PROPERTY REPORT FILE,
      *     AND THE AMOUNT MOVED OFF OUTSTANDING CHECKS INTO THE
      *     UNCLAIMED-PROPERTY LIABILITY ON ESCHGL.
      * A DORMANT CHECK THAT NEVER HAD A LETTER GETS ONE NOW AND IS
      * ESCHEATED ON A LATER RUN; THE STATE WILL NOT TAKE PROPERTY
      * WITHOUT THE CONTACT ATTEMPT. ESCHGL CARRIES ITS OWN
      * HDR/BAL/TRL AND JOINS GLMONTH LIKE A RELEASED GLVOID FILE.
      * THE PERIODS COME OFF THE OPTIONAL ESCHPARM CARD; NO CARD OR
      * A ZERO FIELD TAKES THE DEFAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ESCH-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ESCHPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHECK-REGISTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/CHECKREG"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CR-CHECK-NO
             FILE STATUS IS CREG-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT ESCH-LETTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ESCHLETTER"
             FILE STATUS IS LTR-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ESCH-STATE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ESCHSTATE"
             FILE STATUS IS UPR-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT POS-PAY ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/POSPAY"
             FILE STATUS IS POS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-ESCH ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ESCHGL"
             FILE STATUS IS GLE-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-MONTH ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMONTH"
             FILE STATUS IS GLM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ESCH-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ESCHRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESCH-PARM.
       01 ESCH-PARM-CARD.
         05 EP-DORMANT-MONTHS   PIC 9(2).
         05 EP-LETTER-MONTHS    PIC 9(2).
         05 EP-WAIT-DAYS        PIC 9(3).

       FD CHECK-REGISTER.
           COPY CHECKREGREC.

       FD EMPFILE.
           COPY EMPREC.

      * ONE RECORD PER DUE-DILIGENCE LETTER FOR THE MAIL MERGE.
       FD ESCH-LETTER.
       01 ESCH-LETTER-REC.
         05 LT-EMP-ID           PIC 9(7).
         05 LT-FIRSTNAME        PIC X(10).
         05 LT-LASTNAME         PIC X(10).
         05 LT-CHECK-NO         PIC 9(8).
         05 LT-ISSUE-DATE       PIC 9(8).
         05 LT-AMOUNT           PIC 9(7)V99.
         05 LT-LETTER-DATE      PIC 9(8).
         05 LT-DORMANT-DATE     PIC 9(8).
         05 FILLER              PIC X(12).

      * STATE UNCLAIMED-PROPERTY REPORT: A HOLDER HEADER, ONE OWNER
      * RECORD PER ESCHEATED CHECK (PROPERTY TYPE PR01, WAGES) AND
      * A TRAILER OF COUNT AND AMOUNT. THE OWNER STATE IS THE WORK
      * STATE ON THE MASTER, OR THE HOLDER'S STATE WHEN BLANK.
       FD ESCH-STATE.
       01 ESCH-STATE-REC        PIC X(100).

      * SAME LAYOUT CHECK-ISSUE WRITES; A "V" RECORD APPENDED HERE
      * TELLS THE BANK TO STOP THE CHECK.
       FD POS-PAY.
       01 POS-PAY-REC.
         05 PP-REC-TYPE         PIC X.
         05 PP-CHECK-NO         PIC 9(8).
         05 PP-ISSUE-DATE       PIC 9(8).
         05 PP-AMOUNT           PIC 9(7)V99.
         05 PP-PAYEE            PIC X(21).
         05 FILLER              PIC X(15).

       FD GL-ESCH.
       01 GL-ESCH-LINE.
         05 GLE-COST-CENTER     PIC X(4).
         05 FILLER              PIC X.
         05 GLE-ACCOUNT         PIC X(6).
         05 FILLER              PIC X.
         05 GLE-DEBIT-AMOUNT    PIC -ZZZZZZZ9.99.
         05 FILLER              PIC X.
         05 GLE-CREDIT-AMOUNT   PIC -ZZZZZZZ9.99.
         05 FILLER              PIC X(33).

       FD GL-MONTH.
       01 GL-MONTH-LINE         PIC X(80).

       FD ESCH-RPT.
       01 ESCH-RPT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 PARM-FILE-STATUS     PIC X(2).
       01 CREG-FILE-STATUS     PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 LTR-FILE-STATUS      PIC X(2).
       01 UPR-FILE-STATUS      PIC X(2).
       01 POS-FILE-STATUS      PIC X(2).
       01 GLE-FILE-STATUS      PIC X(2).
       01 GLM-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-CREG-EOF-SW       PIC X VALUE "N".
         88 CREG-EOF VALUE "Y".
       01 WS-GLE-EOF-SW        PIC X VALUE "N".
         88 GLE-EOF VALUE "Y".
       01 WS-EMP-FOUND-SW      PIC X VALUE "N".
         88 EMP-FOUND VALUE "Y".

      * WAGES GO DORMANT A YEAR AFTER ISSUE. LETTERS GO OUT FROM
      * THREE MONTHS BEFORE THAT, AND A CHECK IS NOT ESCHEATED
      * UNTIL ITS LETTER HAS BEEN OUT 60 DAYS.
       01 WS-DORMANT-MONTHS    PIC 9(2) VALUE 12.
       01 WS-LETTER-MONTHS     PIC 9(2) VALUE 3.
       01 WS-WAIT-DAYS         PIC 9(3) VALUE 60.

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
         05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DAYS          PIC S9(9) VALUE 0.

      * A CHECK ISSUED ON OR BEFORE A CUTOFF HAS REACHED IT. EACH
      * CUTOFF IS THE RUN DATE LESS A NUMBER OF MONTHS, WORKED IN
      * WHOLE MONTHS SO IT CAN CROSS ANY NUMBER OF YEAR ENDS.
       01 WS-BACK-MONTHS       PIC 9(2).
       01 WS-BACK-TOTAL        PIC 9(6).
       01 WS-BACK-DATE.
         05 WS-BACK-YEAR       PIC 9(4).
         05 WS-BACK-MONTH      PIC 9(2).
         05 WS-BACK-DAY        PIC 9(2).
       01 WS-BACK-DATE-NUM REDEFINES WS-BACK-DATE PIC 9(8).
       01 WS-DORMANT-CUTOFF    PIC 9(8).
       01 WS-LETTER-CUTOFF     PIC 9(8).

      * THE DATE A CHECK REACHES DORMANCY, SHOWN ON ITS LETTER.
       01 WS-DORM-TOTAL        PIC 9(6).
       01 WS-DORM-DATE.
         05 WS-DORM-YEAR       PIC 9(4).
         05 WS-DORM-MONTH      PIC 9(2).
         05 WS-DORM-DAY        PIC 9(2).
       01 WS-ISSUE-DATE.
         05 WS-ISSUE-YEAR      PIC 9(4).
         05 WS-ISSUE-MONTH     PIC 9(2).
         05 WS-ISSUE-DAY       PIC 9(2).

           COPY DATEDAYS.

       01 WS-EMPLOYER-EIN      PIC 9(9) VALUE 751234567.
       01 WS-EMPLOYER-NAME     PIC X(30) VALUE
          "ACME MANUFACTURING INC".
       01 WS-HOLDER-STATE      PIC X(2) VALUE "TX".
       01 WS-PROPERTY-TYPE     PIC X(4) VALUE "PR01".

       01 WS-UP-HEADER.
         05 WS-UPH-REC-TYPE    PIC X VALUE "H".
         05 WS-UPH-EIN         PIC 9(9).
         05 WS-UPH-NAME        PIC X(30).
         05 WS-UPH-STATE       PIC X(2).
         05 WS-UPH-REPORT-DATE PIC 9(8).
         05 WS-UPH-DORMANT-MOS PIC 9(2).
         05 FILLER             PIC X(48) VALUE SPACES.

       01 WS-UP-DETAIL.
         05 WS-UPD-REC-TYPE    PIC X VALUE "D".
         05 WS-UPD-OWNER-STATE PIC X(2).
         05 WS-UPD-EMP-ID      PIC 9(7).
         05 WS-UPD-LASTNAME    PIC X(10).
         05 WS-UPD-FIRSTNAME   PIC X(10).
         05 WS-UPD-PROP-TYPE   PIC X(4).
         05 WS-UPD-CHECK-NO    PIC 9(8).
         05 WS-UPD-ISSUE-DATE  PIC 9(8).
         05 WS-UPD-LETTER-DATE PIC 9(8).
         05 WS-UPD-AMOUNT      PIC 9(7)V99.
         05 WS-UPD-ESCH-DATE   PIC 9(8).
         05 FILLER             PIC X(25) VALUE SPACES.

       01 WS-UP-TRAILER.
         05 WS-UPT-REC-TYPE    PIC X VALUE "T".
         05 WS-UPT-COUNT       PIC 9(7).
         05 WS-UPT-AMOUNT      PIC 9(9)V99.
         05 FILLER             PIC X(81) VALUE SPACES.

      * THE ESCHEATED AMOUNT LEAVES OUTSTANDING CHECKS (THE CASH
      * ACCOUNT NET PAY WAS CREDITED TO WHEN THE CHECK WAS BOOKED)
      * AND BECOMES A LIABILITY TO THE STATE UNTIL REMITTED.
       01 WS-GL-LIAB-COST-CTR  PIC X(4) VALUE "0000".
       01 WS-GL-CASH-ACCOUNT   PIC X(6) VALUE "100100".
       01 WS-GL-UNCLAIM-ACCOUNT PIC X(6) VALUE "220700".
       01 WS-GLE-DEBIT-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-GLE-CREDIT-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-GLE-COUNT         PIC 9(7) VALUE 0.
       01 WS-MONTH-APPENDED    PIC 9(7) VALUE 0.

       01 WS-GLE-BAL-RECORD.
         05 WS-GEB-REC-TYPE     PIC X(3) VALUE "BAL".
         05 WS-GEB-DEBIT-TOTAL  PIC S9(11)V99.
         05 WS-GEB-CREDIT-TOTAL PIC S9(11)V99.

       01 WS-GLE-CTL-RECORD.
         05 WS-GEC-REC-TYPE     PIC X(3) VALUE SPACES.
         05 WS-GEC-RUN-DATE     PIC 9(8) VALUE 0.
         05 WS-GEC-PERIOD-ID    PIC X(6) VALUE SPACES.
         05 WS-GEC-RECORD-COUNT PIC 9(7) VALUE 0.
         05 WS-GEC-HASH-TOTAL   PIC S9(11)V99 VALUE 0.

       01 WS-CHECKS-READ       PIC 9(7) VALUE 0.
       01 WS-LETTER-COUNT      PIC 9(5) VALUE 0.
       01 WS-LATE-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT     PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-COUNT     PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-TOTAL     PIC 9(9)V99 VALUE 0.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(38) VALUE
            "UNCLAIMED PAYROLL CHECKS      DATE: ".
         05 WS-RPT-HDG-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-TAG         PIC X(13).
         05 WS-RPT-CHECK-NO    PIC 9(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-ISSUE-DATE  PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-AMOUNT      PIC ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-NOTE        PIC X(24).

       01 WS-RPT-TOT-LINE.
         05 WS-TOT-LABEL       PIC X(30).
         05 WS-TOT-COUNT       PIC ZZZZ9.
         05 FILLER             PIC X(10) VALUE "  TOTAL:  ".
         05 WS-TOT-AMOUNT      PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "ESCHEAT" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "ESCHEAT: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             PERFORM 150-READ-PARM.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.
             PERFORM 160-SET-CUTOFFS.

             OPEN I-O CHECK-REGISTER
             IF CREG-FILE-STATUS NOT = "00"
                 DISPLAY "ESCHEAT: ERROR OPENING CHECKREG, ",
                  "STATUS: " CREG-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "ESCHEAT: ERROR OPENING EMPFILE, STATUS: ",
                  KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

      * STOP RECORDS FOR ESCHEATED CHECKS RIDE ON THE SAME
      * POSITIVE-PAY FILE THE BANK ALREADY TAKES FROM CHECK-ISSUE.
             OPEN EXTEND POS-PAY
             IF POS-FILE-STATUS = "35"
                 OPEN OUTPUT POS-PAY
             END-IF.

             OPEN OUTPUT ESCH-LETTER, ESCH-STATE, GL-ESCH, ESCH-RPT.

             MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
             WRITE ESCH-RPT-LINE FROM WS-RPT-HEADING.

             MOVE WS-EMPLOYER-EIN TO WS-UPH-EIN.
             MOVE WS-EMPLOYER-NAME TO WS-UPH-NAME.
             MOVE WS-HOLDER-STATE TO WS-UPH-STATE.
             MOVE WS-RUN-DATE TO WS-UPH-REPORT-DATE.
             MOVE WS-DORMANT-MONTHS TO WS-UPH-DORMANT-MOS.
             WRITE ESCH-STATE-REC FROM WS-UP-HEADER.

      * ESCHGL GETS ITS OWN HDR/BAL/TRL SO FINANCE VERIFIES IT THE
      * SAME WAY AS THE GLEXTRACT AND GLVOID FILES.
             MOVE "HDR" TO WS-GEC-REC-TYPE.
             MOVE WS-RUN-DATE TO WS-GEC-RUN-DATE.
             MOVE SPACES TO WS-GEC-PERIOD-ID.
             MOVE 0 TO WS-GEC-RECORD-COUNT.
             MOVE 0 TO WS-GEC-HASH-TOTAL.
             WRITE GL-ESCH-LINE FROM WS-GLE-CTL-RECORD.

             PERFORM 200-SCAN-REGISTER.

             MOVE WS-ESCHEAT-COUNT TO WS-UPT-COUNT.
             MOVE WS-ESCHEAT-TOTAL TO WS-UPT-AMOUNT.
             WRITE ESCH-STATE-REC FROM WS-UP-TRAILER.

             PERFORM 500-WRITE-GL-ENTRY.
             PERFORM 580-RELEASE-GL-ESCH.
             CLOSE GL-ESCH.
             IF RETURN-CODE = 0
                 PERFORM 590-APPEND-TO-MONTH
             END-IF.

             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-READ-PARM.
             OPEN INPUT ESCH-PARM
             EVALUATE PARM-FILE-STATUS
                 WHEN "00"
                     READ ESCH-PARM
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 155-TAKE-PARM
                     END-READ
                     CLOSE ESCH-PARM
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ESCHEAT: ERROR OPENING ESCHPARM, ",
                      "STATUS: " PARM-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
             IF RETURN-CODE = 0
                 IF WS-LETTER-MONTHS NOT < WS-DORMANT-MONTHS
                     DISPLAY "ESCHEAT: LETTER LEAD OF "
                        WS-LETTER-MONTHS " MONTHS IS NOT INSIDE THE "
                        WS-DORMANT-MONTHS "-MONTH DORMANCY PERIOD"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           150-END.

           155-TAKE-PARM.
             IF EP-DORMANT-MONTHS IS NUMERIC
                AND EP-DORMANT-MONTHS > 0
                 MOVE EP-DORMANT-MONTHS TO WS-DORMANT-MONTHS
             END-IF.
             IF EP-LETTER-MONTHS IS NUMERIC
                AND EP-LETTER-MONTHS > 0
                 MOVE EP-LETTER-MONTHS TO WS-LETTER-MONTHS
             END-IF.
             IF EP-WAIT-DAYS IS NUMERIC
                AND EP-WAIT-DAYS > 0
                 MOVE EP-WAIT-DAYS TO WS-WAIT-DAYS
             END-IF.
           155-END.

           160-SET-CUTOFFS.
             MOVE WS-DORMANT-MONTHS TO WS-BACK-MONTHS.
             PERFORM 170-BACK-FROM-RUN-DATE.
             MOVE WS-BACK-DATE-NUM TO WS-DORMANT-CUTOFF.

             COMPUTE WS-BACK-MONTHS =
                 WS-DORMANT-MONTHS - WS-LETTER-MONTHS.
             PERFORM 170-BACK-FROM-RUN-DATE.
             MOVE WS-BACK-DATE-NUM TO WS-LETTER-CUTOFF.

             MOVE WS-RUN-DATE TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             MOVE WS-DTD-DAYS TO WS-RUN-DAYS.
           160-END.

           170-BACK-FROM-RUN-DATE.
             COMPUTE WS-BACK-TOTAL = WS-RUN-YEAR * 12
                 + WS-RUN-MONTH - 1 - WS-BACK-MONTHS.
             DIVIDE WS-BACK-TOTAL BY 12 GIVING WS-BACK-YEAR
                 REMAINDER WS-BACK-MONTH.
             ADD 1 TO WS-BACK-MONTH.
             MOVE WS-RUN-DAY TO WS-BACK-DAY.
           170-END.

           200-SCAN-REGISTER.
             MOVE 0 TO CR-CHECK-NO.
             START CHECK-REGISTER KEY IS NOT LESS THAN CR-CHECK-NO
                 INVALID KEY
                     SET CREG-EOF TO TRUE
             END-START.
             IF NOT CREG-EOF
                 READ CHECK-REGISTER NEXT RECORD
                  AT END SET CREG-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 210-AGE-CHECK-STEP UNTIL CREG-EOF.
           200-END.

           210-AGE-CHECK-STEP.
             ADD 1 TO WS-CHECKS-READ.
             IF CR-ISSUED
                 EVALUATE TRUE
                     WHEN CR-ISSUE-DATE > WS-LETTER-CUTOFF
                         CONTINUE
                     WHEN CR-DD-LETTER-DATE = 0
                         PERFORM 300-SEND-LETTER
                     WHEN CR-ISSUE-DATE > WS-DORMANT-CUTOFF
                         CONTINUE
                     WHEN OTHER
                         PERFORM 400-TRY-ESCHEAT
                 END-EVALUATE
             END-IF.

             READ CHECK-REGISTER NEXT RECORD
              AT END SET CREG-EOF TO TRUE
             END-READ.
           210-END.

           250-GET-OWNER.
             MOVE CR-EMP-ID TO EMP-ID.
             MOVE "N" TO WS-EMP-FOUND-SW.
             READ EMPFILE
                 INVALID KEY
                     DISPLAY "ESCHEAT: CHECK " CR-CHECK-NO
                        " EMPLOYEE " CR-EMP-ID " NOT ON EMPFILE"
                     MOVE SPACES TO LASTNAME, FIRSTNAME, WORK-STATE
                 NOT INVALID KEY
                     SET EMP-FOUND TO TRUE
             END-READ.
           250-END.

           300-SEND-LETTER.
             PERFORM 250-GET-OWNER.
             PERFORM 350-SET-DORMANT-DATE.

             MOVE SPACES TO ESCH-LETTER-REC.
             MOVE CR-EMP-ID TO LT-EMP-ID.
             MOVE FIRSTNAME TO LT-FIRSTNAME.
             MOVE LASTNAME TO LT-LASTNAME.
             MOVE CR-CHECK-NO TO LT-CHECK-NO.
             MOVE CR-ISSUE-DATE TO LT-ISSUE-DATE.
             MOVE CR-AMOUNT TO LT-AMOUNT.
             MOVE WS-RUN-DATE TO LT-LETTER-DATE.
             MOVE WS-DORM-DATE TO LT-DORMANT-DATE.
             WRITE ESCH-LETTER-REC.

             MOVE WS-RUN-DATE TO CR-DD-LETTER-DATE.
             REWRITE CHECKREG-REC.
             ADD 1 TO WS-LETTER-COUNT.

             MOVE "LETTER:      " TO WS-RPT-TAG.
      * A CHECK ALREADY DORMANT WHEN ITS LETTER GOES OUT WAITS FOR
      * THE OWNER'S ANSWER BEFORE IT CAN BE ESCHEATED.
             IF CR-ISSUE-DATE NOT > WS-DORMANT-CUTOFF
                 ADD 1 TO WS-LATE-LETTER-COUNT
                 MOVE "ALREADY DORMANT" TO WS-RPT-NOTE
             ELSE
                 MOVE SPACES TO WS-RPT-NOTE
             END-IF.
             PERFORM 450-WRITE-RPT-DETAIL.
           300-END.

           350-SET-DORMANT-DATE.
             MOVE CR-ISSUE-DATE TO WS-ISSUE-DATE.
             COMPUTE WS-DORM-TOTAL = WS-ISSUE-YEAR * 12
                 + WS-ISSUE-MONTH - 1 + WS-DORMANT-MONTHS.
             DIVIDE WS-DORM-TOTAL BY 12 GIVING WS-DORM-YEAR
                 REMAINDER WS-DORM-MONTH.
             ADD 1 TO WS-DORM-MONTH.
             MOVE WS-ISSUE-DAY TO WS-DORM-DAY.
           350-END.

           400-TRY-ESCHEAT.
             MOVE CR-DD-LETTER-DATE TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             IF WS-RUN-DAYS - WS-DTD-DAYS < WS-WAIT-DAYS
                 ADD 1 TO WS-WAITING-COUNT
                 MOVE "AWAITING REPLY" TO WS-RPT-NOTE
                 MOVE "DORMANT:     " TO WS-RPT-TAG
                 PERFORM 450-WRITE-RPT-DETAIL
             ELSE
                 PERFORM 410-ESCHEAT-CHECK
             END-IF.
           400-END.

           410-ESCHEAT-CHECK.
             PERFORM 250-GET-OWNER.

             MOVE "E" TO CR-STATUS.
             MOVE WS-RUN-DATE TO CR-ESCHEAT-DATE.
             REWRITE CHECKREG-REC.
             ADD 1 TO WS-ESCHEAT-COUNT.
             ADD CR-AMOUNT TO WS-ESCHEAT-TOTAL.

             MOVE SPACES TO POS-PAY-REC.
             MOVE "V" TO PP-REC-TYPE.
             MOVE CR-CHECK-NO TO PP-CHECK-NO.
             MOVE WS-RUN-DATE TO PP-ISSUE-DATE.
             MOVE CR-AMOUNT TO PP-AMOUNT.
             MOVE SPACES TO PP-PAYEE.
             STRING FIRSTNAME DELIMITED BY "  "
                    " " DELIMITED BY SIZE
                    LASTNAME DELIMITED BY "  "
                    INTO PP-PAYEE
             END-STRING.
             WRITE POS-PAY-REC.

             IF WORK-STATE = SPACES
                 MOVE WS-HOLDER-STATE TO WS-UPD-OWNER-STATE
             ELSE
                 MOVE WORK-STATE TO WS-UPD-OWNER-STATE
             END-IF.
             MOVE CR-EMP-ID TO WS-UPD-EMP-ID.
             MOVE LASTNAME TO WS-UPD-LASTNAME.
             MOVE FIRSTNAME TO WS-UPD-FIRSTNAME.
             MOVE WS-PROPERTY-TYPE TO WS-UPD-PROP-TYPE.
             MOVE CR-CHECK-NO TO WS-UPD-CHECK-NO.
             MOVE CR-ISSUE-DATE TO WS-UPD-ISSUE-DATE.
             MOVE CR-DD-LETTER-DATE TO WS-UPD-LETTER-DATE.
             MOVE CR-AMOUNT TO WS-UPD-AMOUNT.
             MOVE WS-RUN-DATE TO WS-UPD-ESCH-DATE.
             WRITE ESCH-STATE-REC FROM WS-UP-DETAIL.

             MOVE "ESCHEATED:   " TO WS-RPT-TAG.
             IF EMP-FOUND
                 MOVE SPACES TO WS-RPT-NOTE
             ELSE
                 MOVE "NOT ON EMPFILE" TO WS-RPT-NOTE
             END-IF.
             PERFORM 450-WRITE-RPT-DETAIL.
           410-END.

           450-WRITE-RPT-DETAIL.
             MOVE CR-CHECK-NO TO WS-RPT-CHECK-NO.
             MOVE CR-EMP-ID TO WS-RPT-EMP-ID.
             MOVE CR-ISSUE-DATE TO WS-RPT-ISSUE-DATE.
             MOVE CR-AMOUNT TO WS-RPT-AMOUNT.
             WRITE ESCH-RPT-LINE FROM WS-RPT-DETAIL.
           450-END.

           500-WRITE-GL-ENTRY.
      * ONE BALANCED PAIR FOR THE RUN; THE CHECK DETAIL IS ON THE
      * REPORT AND THE STATE FILE.
             IF WS-ESCHEAT-TOTAL = 0
                 CONTINUE
             ELSE
                 MOVE SPACES TO GL-ESCH-LINE
                 MOVE WS-GL-LIAB-COST-CTR TO GLE-COST-CENTER
                 MOVE WS-GL-CASH-ACCOUNT TO GLE-ACCOUNT
                 MOVE WS-ESCHEAT-TOTAL TO GLE-DEBIT-AMOUNT
                 MOVE 0 TO GLE-CREDIT-AMOUNT
                 WRITE GL-ESCH-LINE
                 ADD 1 TO WS-GLE-COUNT
                 ADD WS-ESCHEAT-TOTAL TO WS-GLE-DEBIT-TOTAL

                 MOVE SPACES TO GL-ESCH-LINE
                 MOVE WS-GL-LIAB-COST-CTR TO GLE-COST-CENTER
                 MOVE WS-GL-UNCLAIM-ACCOUNT TO GLE-ACCOUNT
                 MOVE 0 TO GLE-DEBIT-AMOUNT
                 MOVE WS-ESCHEAT-TOTAL TO GLE-CREDIT-AMOUNT
                 WRITE GL-ESCH-LINE
                 ADD 1 TO WS-GLE-COUNT
                 ADD WS-ESCHEAT-TOTAL TO WS-GLE-CREDIT-TOTAL
             END-IF.
           500-END.

           580-RELEASE-GL-ESCH.
             MOVE WS-GLE-DEBIT-TOTAL TO WS-GEB-DEBIT-TOTAL.
             MOVE WS-GLE-CREDIT-TOTAL TO WS-GEB-CREDIT-TOTAL.
             WRITE GL-ESCH-LINE FROM WS-GLE-BAL-RECORD.

             IF WS-GLE-DEBIT-TOTAL NOT = WS-GLE-CREDIT-TOTAL
                 DISPLAY "ESCHEAT: ESCHGL DEBITS " WS-GLE-DEBIT-TOTAL
                    " DO NOT EQUAL CREDITS " WS-GLE-CREDIT-TOTAL
                    ", FILE NOT RELEASED"
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "TRL" TO WS-GEC-REC-TYPE
                 MOVE WS-GLE-COUNT TO WS-GEC-RECORD-COUNT
                 MOVE WS-GLE-DEBIT-TOTAL TO WS-GEC-HASH-TOTAL
                 WRITE GL-ESCH-LINE FROM WS-GLE-CTL-RECORD
             END-IF.
           580-END.

           590-APPEND-TO-MONTH.
      * A RELEASED ESCHGL FILE JOINS THE MONTHLY ACCUMULATION THE
      * SAME WAY A RELEASED GLVOID DOES, HDR/BAL/TRL AND ALL.
             OPEN EXTEND GL-MONTH
             IF GLM-FILE-STATUS = "35"
                 OPEN OUTPUT GL-MONTH
             END-IF.
             IF GLM-FILE-STATUS NOT = "00"
                 DISPLAY "ESCHEAT: CANNOT OPEN GLMONTH, STATUS: ",
                  GLM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 OPEN INPUT GL-ESCH
                 READ GL-ESCH
                  AT END SET GLE-EOF TO TRUE
                 END-READ
                 PERFORM 595-APPEND-MONTH-STEP UNTIL GLE-EOF
                 CLOSE GL-ESCH, GL-MONTH
             END-IF.
           590-END.

           595-APPEND-MONTH-STEP.
             WRITE GL-MONTH-LINE FROM GL-ESCH-LINE.
             ADD 1 TO WS-MONTH-APPENDED.
             READ GL-ESCH
              AT END SET GLE-EOF TO TRUE
             END-READ.
           595-END.

           COPY DATEDAYSP.

           8000-WRITE-TOTALS.
             MOVE "REGISTER CHECKS READ:         " TO WS-TOT-LABEL.
             MOVE WS-CHECKS-READ TO WS-TOT-COUNT.
             MOVE 0 TO WS-TOT-AMOUNT.
             WRITE ESCH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "DUE-DILIGENCE LETTERS SENT:   " TO WS-TOT-LABEL.
             MOVE WS-LETTER-COUNT TO WS-TOT-COUNT.
             WRITE ESCH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "  SENT AFTER DORMANCY:        " TO WS-TOT-LABEL.
             MOVE WS-LATE-LETTER-COUNT TO WS-TOT-COUNT.
             WRITE ESCH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "DORMANT, AWAITING REPLY:      " TO WS-TOT-LABEL.
             MOVE WS-WAITING-COUNT TO WS-TOT-COUNT.
             WRITE ESCH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "CHECKS ESCHEATED:             " TO WS-TOT-LABEL.
             MOVE WS-ESCHEAT-COUNT TO WS-TOT-COUNT.
             MOVE WS-ESCHEAT-TOTAL TO WS-TOT-AMOUNT.
             WRITE ESCH-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE CHECK-REGISTER, EMPFILE, POS-PAY.
             CLOSE ESCH-LETTER, ESCH-STATE, ESCH-RPT.
             DISPLAY "ESCHEAT: REGISTER CHECKS READ: " WS-CHECKS-READ.
             DISPLAY "ESCHEAT: DUE-DILIGENCE LETTERS: " WS-LETTER-COUNT
                " AFTER DORMANCY: " WS-LATE-LETTER-COUNT.
             DISPLAY "ESCHEAT: AWAITING REPLY: " WS-WAITING-COUNT.
             DISPLAY "ESCHEAT: CHECKS ESCHEATED: " WS-ESCHEAT-COUNT
                " AMOUNT: " WS-ESCHEAT-TOTAL.
             DISPLAY "ESCHEAT: GLMONTH RECORDS APPENDED: "
                WS-MONTH-APPENDED.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM ESCHEAT.

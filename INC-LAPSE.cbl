       IDENTIFICATION DIVISION.
       PROGRAM-ID. INC-LAPSE.
      * INCOMPLETE-GRADE DEADLINE PASS OVER GRADES.DAT. THE
      * INCLAPSEPARM CARD NAMES THE LAST TERM WHOSE INCOMPLETES
      * ("I") HAVE REACHED THEIR RESOLUTION DEADLINE; EVERY "I"
      * FROM THAT TERM OR EARLIER STILL UNRESOLVED IS LISTED ON
      * GRDLAPSERPT AND CONVERTED TO "F". MODE "L" ON THE CARD
      * LISTS ONLY, FOR THE REGISTRAR TO CHASE INSTRUCTORS BEFORE
      * THE CONVERSION RUN. CONVERSIONS ARE APPLIED THROUGH
      * GRADES.UPD AND COPIED BACK, THEN JOURNALED TO GRDMNTJRNL
      * AND FLAGGED ON GRDCHGFLAG FOR GPA-CALC EXACTLY AS A
      * GRADE-MAINT CHANGE IS, WITH THE DEADLINE TERM AS THE
      * AUTHORIZING REFERENCE. THE CARD'S OPERATOR MUST HOLD AN
      * OPERAUTH GRANT FOR INC-LAPSE (SEE OPRAUTH). NO CARD MEANS
      * NO DEADLINE HAS BEEN SET AND NOTHING IS DONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LAPSE-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/INCLAPSEPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRADES-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRADES.DAT"
             FILE STATUS IS GRADES-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRADES-UPD ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRADES.UPD"
             FILE STATUS IS GUPD-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LAPSE-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRDLAPSERPT"
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
       FD LAPSE-PARM.
       01 LAPSE-PARM-CARD.
         05 LP-DEADLINE-TERM    PIC X(5).
         05 FILLER              PIC X.
         05 LP-MODE             PIC X.
           88 LP-LIST-ONLY      VALUE "L".
           88 LP-CONVERT        VALUE "C" " ".
         05 FILLER              PIC X.
         05 LP-OPERATOR         PIC X(8).

       FD GRADES-FILE.
       01 GRADES-REC.
         05 GR-STU-ID           PIC 9(7).
         05 GR-TERM             PIC X(5).
         05 GR-COURSE           PIC X(6).
         05 GR-CREDIT-HOURS     PIC 9(2).
         05 GR-GRADE            PIC X(2).

       FD GRADES-UPD.
       01 GRADES-UPD-REC        PIC X(22).

       FD LAPSE-RPT.
       01 LAPSE-RPT-LINE        PIC X(80).

       FD GRD-JRNL.
       01 GRD-JRNL-LINE         PIC X(80).

       FD GRD-FLAG.
       01 GRD-FLAG-REC.
         05 GF-STU-ID           PIC 9(7).
         05 GF-TERM             PIC X(5).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

       01 PARM-FILE-STATUS     PIC X(2).
       01 GRADES-FILE-STATUS   PIC X(2).
       01 GUPD-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
       01 JRNL-FILE-STATUS     PIC X(2).
       01 FLAG-FILE-STATUS     PIC X(2).

       01 WS-GR-EOF-SW         PIC X VALUE "N".
         88 GR-EOF VALUE "Y".
       01 WS-OPRAUTH-OPEN-SW   PIC X VALUE "N".
         88 OPRAUTH-OPEN VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8) VALUE 0.
       01 WS-DEADLINE-TERM     PIC X(5) VALUE SPACES.

       01 WS-GRADES-READ       PIC 9(7) VALUE 0.
       01 WS-LAPSED-COUNT      PIC 9(5) VALUE 0.
       01 WS-OPEN-INC-COUNT    PIC 9(5) VALUE 0.

      * THE INCOMPLETES CONVERTED, HELD UNTIL GRADES.DAT HAS BEEN
      * COPIED BACK SO THE JOURNAL NEVER RECORDS A CHANGE THAT
      * DID NOT LAND.
       01 WS-LAPSE-MAX         PIC 9(4) VALUE 2000.
       01 WS-LAPSE-IDX         PIC 9(4).
       01 WS-LAPSE-TABLE.
         05 WS-LAPSE-ENTRY OCCURS 2000 TIMES.
           10 WS-LP-STU-ID     PIC 9(7).
           10 WS-LP-TERM       PIC X(5).
           10 WS-LP-COURSE     PIC X(6).
           10 WS-LP-HOURS      PIC 9(2).

       01 WS-NEW-GRADES-NAME   PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/GRADES.UPD".
       01 WS-GRADES-NAME       PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/GRADES.DAT".
       01 WS-COPY-RESULT       PIC S9(9) COMP-5.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "UNRESOLVED INCOMPLETES PAST DEADLINE".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-PARM-LINE.
         05 FILLER             PIC X(16) VALUE "DEADLINE TERM: ".
         05 WS-RPT-DEADLINE    PIC X(5).
         05 FILLER             PIC X(9) VALUE "  MODE: ".
         05 WS-RPT-MODE        PIC X(12).
         05 FILLER             PIC X(38) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-STU-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-TERM        PIC X(5).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-COURSE      PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-HOURS       PIC Z9.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-ACTION      PIC X(20).
         05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(30).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(45) VALUE SPACES.

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

             OPEN INPUT LAPSE-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "INC-LAPSE: NO INCLAPSEPARM CARD, NOTHING ",
                    "TO DO"
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ LAPSE-PARM
                 AT END
                     MOVE SPACES TO LAPSE-PARM-CARD
             END-READ.
             CLOSE LAPSE-PARM.
             IF LP-DEADLINE-TERM = SPACES
                 DISPLAY "INC-LAPSE: NO DEADLINE TERM, NOTHING TO DO"
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF NOT LP-LIST-ONLY AND NOT LP-CONVERT
                 DISPLAY "INC-LAPSE: MODE MUST BE L OR C, FOUND "
                    LP-MODE
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             MOVE LP-DEADLINE-TERM TO WS-DEADLINE-TERM.

             IF LP-CONVERT
                 PERFORM 150-CHECK-OPERATOR
                 IF RETURN-CODE NOT = 0
                     GO TO 9000-END-PROGRAM
                 END-IF
             END-IF.

             OPEN OUTPUT LAPSE-RPT
             WRITE LAPSE-RPT-LINE FROM WS-RPT-HEADING.
             MOVE WS-DEADLINE-TERM TO WS-RPT-DEADLINE.
             IF LP-LIST-ONLY
                 MOVE "LIST ONLY" TO WS-RPT-MODE
             ELSE
                 MOVE "CONVERT TO F" TO WS-RPT-MODE
             END-IF.
             WRITE LAPSE-RPT-LINE FROM WS-RPT-PARM-LINE.

             PERFORM 200-SCAN-GRADES.
             IF RETURN-CODE = 0 AND LP-CONVERT
                AND WS-LAPSED-COUNT > 0
                 PERFORM 300-COPY-BACK
                 IF RETURN-CODE = 0
                     PERFORM 500-WRITE-JOURNAL
                 END-IF
             END-IF.

             PERFORM 8000-WRITE-TOTALS.
             CLOSE LAPSE-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-CHECK-OPERATOR.
             MOVE "INC-LAPSE" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             SET OPRAUTH-OPEN TO TRUE.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "K" TO OAP-FUNCTION
                 MOVE LP-OPERATOR TO OAP-OPERATOR
                 MOVE "F" TO OAP-TRAN-TYPE
                 MOVE SPACES TO OAP-DETAIL
                 STRING "LAPSE TO " DELIMITED BY SIZE
                        WS-DEADLINE-TERM DELIMITED BY SIZE
                     INTO OAP-DETAIL
                 END-STRING
                 CALL "OPRAUTH" USING OPRAUTH-PARM
                 IF OAP-DENIED
                     DISPLAY "INC-LAPSE: OPERATOR " LP-OPERATOR
                        " NOT AUTHORIZED, NOTHING CONVERTED"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           150-END.

           200-SCAN-GRADES.
             OPEN INPUT GRADES-FILE
             IF GRADES-FILE-STATUS NOT = "00"
                 DISPLAY "INC-LAPSE: ERROR OPENING GRADES.DAT, ",
                  "STATUS: " GRADES-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 IF LP-CONVERT
                     OPEN OUTPUT GRADES-UPD
                 END-IF
                 READ GRADES-FILE
                  AT END SET GR-EOF TO TRUE
                 END-READ
                 PERFORM 210-SCAN-GRADE-STEP UNTIL GR-EOF
                 CLOSE GRADES-FILE
                 IF LP-CONVERT
                     CLOSE GRADES-UPD
                 END-IF
             END-IF.
           200-END.

           210-SCAN-GRADE-STEP.
             ADD 1 TO WS-GRADES-READ.
             IF GR-GRADE = "I "
                 IF GR-TERM > WS-DEADLINE-TERM
                     ADD 1 TO WS-OPEN-INC-COUNT
                 ELSE
                     PERFORM 220-LAPSE-INCOMPLETE
                 END-IF
             END-IF.
             IF LP-CONVERT
                 WRITE GRADES-UPD-REC FROM GRADES-REC
             END-IF.
             IF NOT GR-EOF
                 READ GRADES-FILE
                  AT END SET GR-EOF TO TRUE
                 END-READ
             END-IF.
           210-END.

           220-LAPSE-INCOMPLETE.
             MOVE GR-STU-ID TO WS-RPT-STU-ID.
             MOVE GR-TERM TO WS-RPT-TERM.
             MOVE GR-COURSE TO WS-RPT-COURSE.
             MOVE GR-CREDIT-HOURS TO WS-RPT-HOURS.
             EVALUATE TRUE
                 WHEN LP-LIST-ONLY
                     ADD 1 TO WS-LAPSED-COUNT
                     MOVE "DUE TO LAPSE TO F" TO WS-RPT-ACTION
                 WHEN WS-LAPSED-COUNT >= WS-LAPSE-MAX
                     DISPLAY "INC-LAPSE: ERROR, LAPSE TABLE FULL AT "
                        WS-LAPSE-MAX ", NOTHING CONVERTED"
                     MOVE 16 TO RETURN-CODE
                     SET GR-EOF TO TRUE
                     MOVE "NOT CONVERTED" TO WS-RPT-ACTION
                 WHEN OTHER
                     ADD 1 TO WS-LAPSED-COUNT
                     MOVE GR-STU-ID TO WS-LP-STU-ID(WS-LAPSED-COUNT)
                     MOVE GR-TERM TO WS-LP-TERM(WS-LAPSED-COUNT)
                     MOVE GR-COURSE TO WS-LP-COURSE(WS-LAPSED-COUNT)
                     MOVE GR-CREDIT-HOURS TO
                        WS-LP-HOURS(WS-LAPSED-COUNT)
                     MOVE "F " TO GR-GRADE
                     MOVE "CONVERTED TO F" TO WS-RPT-ACTION
             END-EVALUATE.
             WRITE LAPSE-RPT-LINE FROM WS-RPT-DETAIL.
           220-END.

           300-COPY-BACK.
             CALL "CBL_COPY_FILE" USING WS-NEW-GRADES-NAME,
                 WS-GRADES-NAME
                 RETURNING WS-COPY-RESULT
             END-CALL.
             IF WS-COPY-RESULT NOT = 0
                 DISPLAY "INC-LAPSE: GRADES.DAT COPY-BACK FAILED, ",
                  "RESULT: " WS-COPY-RESULT
                 MOVE 16 TO RETURN-CODE
             END-IF.
           300-END.

           500-WRITE-JOURNAL.
             OPEN EXTEND GRD-JRNL
             IF JRNL-FILE-STATUS = "35"
                 OPEN OUTPUT GRD-JRNL
             END-IF.
             OPEN EXTEND GRD-FLAG
             IF FLAG-FILE-STATUS = "35"
                 OPEN OUTPUT GRD-FLAG
             END-IF.
             MOVE WS-RUN-DATE TO WS-JRNL-DATE.
             MOVE "INC-LAPSE" TO WS-JRNL-PROGRAM.
             MOVE LP-OPERATOR TO WS-JRNL-OPERATOR.
             MOVE SPACES TO WS-JRNL-AUTH-REF.
             STRING "LAPSE " DELIMITED BY SIZE
                    WS-DEADLINE-TERM DELIMITED BY SIZE
                 INTO WS-JRNL-AUTH-REF
             END-STRING.
             MOVE 1 TO WS-LAPSE-IDX.
             PERFORM 510-JOURNAL-STEP
                 UNTIL WS-LAPSE-IDX > WS-LAPSED-COUNT.
             CLOSE GRD-JRNL, GRD-FLAG.
           500-END.

           510-JOURNAL-STEP.
             MOVE WS-LP-STU-ID(WS-LAPSE-IDX) TO WS-JI-STU-ID.
             MOVE WS-LP-TERM(WS-LAPSE-IDX) TO WS-JI-TERM.
             MOVE WS-LP-COURSE(WS-LAPSE-IDX) TO WS-JI-COURSE.
             MOVE WS-LP-HOURS(WS-LAPSE-IDX) TO WS-JI-HOURS.

             MOVE "I " TO WS-JI-GRADE.
             MOVE "BEFORE" TO WS-JRNL-IMAGE-TYPE.
             MOVE WS-JRNL-IMAGE-REC TO WS-JRNL-IMAGE.
             WRITE GRD-JRNL-LINE FROM WS-JRNL-DETAIL.

             MOVE "F " TO WS-JI-GRADE.
             MOVE "AFTER" TO WS-JRNL-IMAGE-TYPE.
             MOVE WS-JRNL-IMAGE-REC TO WS-JRNL-IMAGE.
             WRITE GRD-JRNL-LINE FROM WS-JRNL-DETAIL.

             MOVE WS-LP-STU-ID(WS-LAPSE-IDX) TO GF-STU-ID.
             MOVE WS-LP-TERM(WS-LAPSE-IDX) TO GF-TERM.
             WRITE GRD-FLAG-REC.
             ADD 1 TO WS-LAPSE-IDX.
           510-END.

           8000-WRITE-TOTALS.
             IF LP-LIST-ONLY
                 MOVE "INCOMPLETES DUE TO LAPSE:" TO WS-RPT-TOT-LABEL
             ELSE
                 MOVE "INCOMPLETES CONVERTED TO F:" TO
                    WS-RPT-TOT-LABEL
             END-IF.
             MOVE WS-LAPSED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LAPSE-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "INCOMPLETES NOT YET DUE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-OPEN-INC-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LAPSE-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "INC-LAPSE: GRADES READ: " WS-GRADES-READ.
             DISPLAY "INC-LAPSE: INCOMPLETES PAST DEADLINE: "
                WS-LAPSED-COUNT.
             IF OPRAUTH-OPEN
                 MOVE "C" TO OAP-FUNCTION
                 CALL "OPRAUTH" USING OPRAUTH-PARM
             END-IF.
             GOBACK.

       END PROGRAM INC-LAPSE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE.
      * STATE NEW-HIRE REGISTRY REPORT. EMP-MAINT QUEUES EVERY ADD
      * OF AN ACTIVE EMPLOYEE AND EVERY REACTIVATION OF A TERMINATED
      * ONE ON NEWHIRE; THIS RUN TAKES EVERY QUEUED ENTRY NOT YET
      * REPORTED, SORTS THEM BY WORK STATE AND WRITES THE FIXED
      * FORMAT REGISTRY FILE (A STATE HEADER CARRYING THE EMPLOYER
      * IDENTIFICATION, ONE RECORD PER HIRE, A STATE TRAILER) AND A
      * CONTROL REPORT. REPORTED ENTRIES ARE STAMPED WITH THE RUN
      * DATE AND THE RUN DATE IS KEPT ON NEWHIRELAST AS THE DATE
      * REPORTED THROUGH, SO NOBODY GOES TO A STATE TWICE.
      * STATES WANT A HIRE WITHIN 20 DAYS: ANY HIRE OLDER THAN THAT
      * WHEN IT IS FINALLY REPORTED IS FLAGGED LATE. A HIRE WITH NO
      * WORK STATE ON THE MASTER CANNOT BE ROUTED; IT IS LISTED AND
      * STAYS QUEUED UNTIL THE STATE IS KEYED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT NEW-HIRES ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/NEWHIRE"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NH-KEY
             FILE STATUS IS NH-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT NH-LAST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/NEWHIRELAST"
             FILE STATUS IS LAST-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NH-SELECT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/NEWHIRESEL"
             FILE STATUS IS SEL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NH-SORTED ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/NEWHIRESRT"
             FILE STATUS IS SRT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NH-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/NEWHIREFILE"
             FILE STATUS IS OUT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NH-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/NEWHIRERPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORK-NH ASSIGN TO "WORK.TEMP".

       DATA DIVISION.
       FILE SECTION.
       FD NEW-HIRES.
           COPY NEWHIREREC.

       FD EMPFILE.
           COPY EMPREC.

       FD NH-LAST.
       01 NL-RECORD.
         05 NL-REPORTED-THRU    PIC 9(8).
         05 NL-REPORTED-COUNT   PIC 9(7).

       FD NH-SELECT.
       01 NHS-REC.
         05 NHS-WORK-STATE      PIC X(2).
         05 NHS-EMP-ID          PIC 9(7).
         05 NHS-HIRE-DATE       PIC 9(8).
         05 NHS-HIRE-TYPE       PIC X.
         05 NHS-LASTNAME        PIC X(10).
         05 NHS-FIRSTNAME       PIC X(10).

       FD NH-SORTED.
       01 NHR-REC.
         05 NHR-WORK-STATE      PIC X(2).
         05 NHR-EMP-ID          PIC 9(7).
         05 NHR-HIRE-DATE       PIC 9(8).
         05 NHR-HIRE-TYPE       PIC X.
           88 NHR-REHIRE        VALUE "R".
         05 NHR-LASTNAME        PIC X(10).
         05 NHR-FIRSTNAME       PIC X(10).

       SD WORK-NH.
       01 WORK-NH-REC.
         05 WNH-WORK-STATE      PIC X(2).
         05 WNH-EMP-ID          PIC 9(7).
         05 WNH-HIRE-DATE       PIC 9(8).
         05 WNH-HIRE-TYPE       PIC X.
         05 WNH-LASTNAME        PIC X(10).
         05 WNH-FIRSTNAME       PIC X(10).

       FD NH-FILE.
       01 NH-OUT-REC            PIC X(80).

       FD NH-RPT.
       01 NH-RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 NH-FILE-STATUS       PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 LAST-FILE-STATUS     PIC X(2).
       01 SEL-FILE-STATUS      PIC X(2).
       01 SRT-FILE-STATUS      PIC X(2).
       01 OUT-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-NH-EOF-SW         PIC X VALUE "N".
         88 NH-EOF VALUE "Y".
       01 WS-SRT-EOF-SW        PIC X VALUE "N".
         88 SRT-EOF VALUE "Y".

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
         05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-PRIOR-THRU        PIC 9(8) VALUE 0.

      * STATES REQUIRE A HIRE TO BE REPORTED WITHIN THIS MANY DAYS.
       01 WS-REPORT-DAYS-LIMIT PIC 9(3) VALUE 20.

      * CALENDAR DATES ARE TURNED INTO A RUNNING DAY COUNT SO THE
      * AGE OF A HIRE IS EXACT ACROSS MONTH AND YEAR ENDS.
           COPY DATEDAYS.
       01 WS-RUN-DAY-COUNT     PIC S9(9) VALUE 0.
       01 WS-HIRE-AGE-DAYS     PIC S9(5) VALUE 0.

       01 WS-CUR-STATE         PIC X(2) VALUE SPACES.
       01 WS-STATE-HIRES       PIC 9(7) VALUE 0.

       01 WS-QUEUE-READ        PIC 9(7) VALUE 0.
       01 WS-SELECTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-REPORTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-STAMPED-COUNT     PIC 9(7) VALUE 0.
       01 WS-NEW-COUNT         PIC 9(7) VALUE 0.
       01 WS-REHIRE-COUNT      PIC 9(7) VALUE 0.
       01 WS-LATE-COUNT        PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT        PIC 9(7) VALUE 0.
       01 WS-STATE-COUNT       PIC 9(3) VALUE 0.

      * EMPLOYER IDENTIFICATION, AS FILED ON THE WAGE STATEMENT FILE.
       01 WS-EMPLOYER-EIN      PIC X(9) VALUE "751234567".
       01 WS-EMPLOYER-NAME     PIC X(22) VALUE
            "ACME MANUFACTURING INC".

       01 WS-NS-REC.
         05 FILLER             PIC X(2) VALUE "NS".
         05 WS-NS-STATE        PIC X(2).
         05 WS-NS-EIN          PIC X(9).
         05 WS-NS-NAME         PIC X(22).
         05 WS-NS-RUN-DATE     PIC 9(8).
         05 FILLER             PIC X(37) VALUE SPACES.

       01 WS-NE-REC.
         05 FILLER             PIC X(2) VALUE "NE".
         05 WS-NE-STATE        PIC X(2).
         05 WS-NE-EIN          PIC X(9).
         05 WS-NE-EMP-ID       PIC 9(7).
         05 WS-NE-LASTNAME     PIC X(10).
         05 WS-NE-FIRSTNAME    PIC X(10).
         05 WS-NE-HIRE-DATE    PIC 9(8).
         05 WS-NE-HIRE-TYPE    PIC X.
         05 FILLER             PIC X(31) VALUE SPACES.

       01 WS-NT-REC.
         05 FILLER             PIC X(2) VALUE "NT".
         05 WS-NT-STATE        PIC X(2).
         05 WS-NT-EIN          PIC X(9).
         05 WS-NT-COUNT        PIC 9(7).
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(28) VALUE
            "NEW-HIRE REGISTRY  RUN DATE:".
         05 WS-RPT-HDG-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(21) VALUE
            "  REPORTED THROUGH:  ".
         05 WS-RPT-HDG-THRU    PIC 9999/99/99.
         05 FILLER             PIC X(11) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-STATE       PIC X(2).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-LASTNAME    PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-FIRSTNAME   PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-HIRE-DATE   PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-TYPE        PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-AGE         PIC ZZZZ9.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-FLAG        PIC X(15).

       01 WS-RPT-STATE-LINE.
         05 FILLER             PIC X(6) VALUE "STATE ".
         05 WS-RPT-ST-CODE     PIC X(2).
         05 FILLER             PIC X(20) VALUE
            "  HIRES REPORTED:   ".
         05 WS-RPT-ST-COUNT    PIC ZZZZZZ9.
         05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(28).
         05 WS-RPT-TOT-COUNT   PIC ZZZZZZ9.
         05 FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "NEW-HIRE" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "NEW-HIRE: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             MOVE WS-RUN-DATE TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             MOVE WS-DTD-DAYS TO WS-RUN-DAY-COUNT.

             PERFORM 150-READ-LAST-REPORT.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT NEW-HIRES
             IF NH-FILE-STATUS = "35"
                 DISPLAY "NEW-HIRE: NO NEWHIRE QUEUE, NOTHING ",
                  "TO REPORT"
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF NH-FILE-STATUS NOT = "00"
                 DISPLAY "NEW-HIRE: ERROR OPENING NEWHIRE, ",
                  "STATUS: " NH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "NEW-HIRE: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE NEW-HIRES
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT NH-RPT.
             MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
             MOVE WS-PRIOR-THRU TO WS-RPT-HDG-THRU.
             WRITE NH-RPT-LINE FROM WS-RPT-HEADING.

             PERFORM 200-SELECT-UNREPORTED.
             CLOSE NEW-HIRES.

             SORT WORK-NH ON ASCENDING KEY WNH-WORK-STATE
                              ASCENDING KEY WNH-EMP-ID
               USING NH-SELECT
               GIVING NH-SORTED.

             PERFORM 300-WRITE-REGISTRY.

      * THE QUEUE IS ONLY MARKED REPORTED ONCE THE REGISTRY FILE IS
      * COMPLETE, SO A FAILED RUN SIMPLY REPORTS THE SAME HIRES
      * AGAIN NEXT TIME.
             IF RETURN-CODE = 0
                 PERFORM 400-STAMP-REPORTED
             END-IF.
             IF RETURN-CODE = 0
                 PERFORM 450-SAVE-LAST-REPORT
             END-IF.

             PERFORM 8000-WRITE-TOTALS.
             CLOSE EMPFILE, NH-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-READ-LAST-REPORT.
      * NO NEWHIRELAST MEANS NOTHING HAS BEEN REPORTED YET.
             OPEN INPUT NH-LAST
             EVALUATE LAST-FILE-STATUS
                 WHEN "00"
                     READ NH-LAST
                         AT END
                             CONTINUE
                         NOT AT END
                             MOVE NL-REPORTED-THRU TO WS-PRIOR-THRU
                     END-READ
                     CLOSE NH-LAST
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "NEW-HIRE: ERROR OPENING NEWHIRELAST, ",
                      "STATUS: " LAST-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           150-END.

           200-SELECT-UNREPORTED.
             OPEN OUTPUT NH-SELECT.
             READ NEW-HIRES NEXT RECORD
              AT END SET NH-EOF TO TRUE
             END-READ.
             PERFORM 210-SELECT-STEP UNTIL NH-EOF.
             CLOSE NH-SELECT.
           200-END.

           210-SELECT-STEP.
             ADD 1 TO WS-QUEUE-READ.
             IF NH-UNREPORTED
                 PERFORM 220-REFRESH-FROM-MASTER
                 IF NH-WORK-STATE = SPACES
                     PERFORM 250-REPORT-HELD
                 ELSE
                     MOVE NH-WORK-STATE TO NHS-WORK-STATE
                     MOVE NH-EMP-ID TO NHS-EMP-ID
                     MOVE NH-HIRE-DATE TO NHS-HIRE-DATE
                     MOVE NH-HIRE-TYPE TO NHS-HIRE-TYPE
                     MOVE NH-LASTNAME TO NHS-LASTNAME
                     MOVE NH-FIRSTNAME TO NHS-FIRSTNAME
                     WRITE NHS-REC
                     ADD 1 TO WS-SELECTED-COUNT
                 END-IF
             END-IF.
             READ NEW-HIRES NEXT RECORD
              AT END SET NH-EOF TO TRUE
             END-READ.
           210-END.

           220-REFRESH-FROM-MASTER.
      * NAME AND WORK STATE COME FROM THE MASTER AS IT STANDS NOW,
      * SO A CORRECTION KEYED SINCE THE HIRE GOES TO THE STATE. AN
      * EMPLOYEE SINCE DELETED IS REPORTED AS QUEUED.
             MOVE NH-EMP-ID TO EMP-ID.
             READ EMPFILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE LASTNAME TO NH-LASTNAME
                     MOVE FIRSTNAME TO NH-FIRSTNAME
                     IF WORK-STATE NOT = SPACES
                         MOVE WORK-STATE TO NH-WORK-STATE
                     END-IF
             END-READ.
           220-END.

           250-REPORT-HELD.
             ADD 1 TO WS-HELD-COUNT.
             MOVE SPACES TO WS-RPT-STATE.
             MOVE NH-EMP-ID TO WS-RPT-EMP-ID.
             MOVE NH-LASTNAME TO WS-RPT-LASTNAME.
             MOVE NH-FIRSTNAME TO WS-RPT-FIRSTNAME.
             MOVE NH-HIRE-DATE TO WS-RPT-HIRE-DATE.
             IF NH-REHIRE
                 MOVE "REHIRE" TO WS-RPT-TYPE
             ELSE
                 MOVE "NEW" TO WS-RPT-TYPE
             END-IF.
             MOVE NH-HIRE-DATE TO WS-DTD-DATE.
             PERFORM 260-SET-HIRE-AGE.
             MOVE "NO STATE - HELD" TO WS-RPT-FLAG.
             WRITE NH-RPT-LINE FROM WS-RPT-DETAIL.
           250-END.

           260-SET-HIRE-AGE.
      * DAYS FROM THE HIRE DATE IN WS-DTD-DATE TO THE RUN DATE.
             PERFORM 700-DATE-TO-DAYS.
             COMPUTE WS-HIRE-AGE-DAYS =
                 WS-RUN-DAY-COUNT - WS-DTD-DAYS.
             IF WS-HIRE-AGE-DAYS < 0
                 MOVE 0 TO WS-HIRE-AGE-DAYS
             END-IF.
             MOVE WS-HIRE-AGE-DAYS TO WS-RPT-AGE.
           260-END.

           300-WRITE-REGISTRY.
             OPEN INPUT NH-SORTED
             IF SRT-FILE-STATUS NOT = "00"
                 DISPLAY "NEW-HIRE: ERROR OPENING SORTED HIRES, ",
                  "STATUS: " SRT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT NH-FILE
                 READ NH-SORTED
                  AT END SET SRT-EOF TO TRUE
                 END-READ
                 IF NOT SRT-EOF
                     PERFORM 310-START-STATE
                 END-IF
                 PERFORM 320-WRITE-HIRE-STEP UNTIL SRT-EOF
                 IF WS-STATE-COUNT > 0
                     PERFORM 330-END-STATE
                 END-IF
                 CLOSE NH-SORTED, NH-FILE
             END-IF.
           300-END.

           310-START-STATE.
             MOVE NHR-WORK-STATE TO WS-CUR-STATE.
             MOVE 0 TO WS-STATE-HIRES.
             ADD 1 TO WS-STATE-COUNT.
             MOVE WS-CUR-STATE TO WS-NS-STATE.
             MOVE WS-EMPLOYER-EIN TO WS-NS-EIN.
             MOVE WS-EMPLOYER-NAME TO WS-NS-NAME.
             MOVE WS-RUN-DATE TO WS-NS-RUN-DATE.
             WRITE NH-OUT-REC FROM WS-NS-REC.
           310-END.

           320-WRITE-HIRE-STEP.
             IF NHR-WORK-STATE NOT = WS-CUR-STATE
                 PERFORM 330-END-STATE
                 PERFORM 310-START-STATE
             END-IF.

             MOVE NHR-WORK-STATE TO WS-NE-STATE.
             MOVE WS-EMPLOYER-EIN TO WS-NE-EIN.
             MOVE NHR-EMP-ID TO WS-NE-EMP-ID.
             MOVE NHR-LASTNAME TO WS-NE-LASTNAME.
             MOVE NHR-FIRSTNAME TO WS-NE-FIRSTNAME.
             MOVE NHR-HIRE-DATE TO WS-NE-HIRE-DATE.
             MOVE NHR-HIRE-TYPE TO WS-NE-HIRE-TYPE.
             WRITE NH-OUT-REC FROM WS-NE-REC.
             ADD 1 TO WS-STATE-HIRES.
             ADD 1 TO WS-REPORTED-COUNT.

             MOVE NHR-WORK-STATE TO WS-RPT-STATE.
             MOVE NHR-EMP-ID TO WS-RPT-EMP-ID.
             MOVE NHR-LASTNAME TO WS-RPT-LASTNAME.
             MOVE NHR-FIRSTNAME TO WS-RPT-FIRSTNAME.
             MOVE NHR-HIRE-DATE TO WS-RPT-HIRE-DATE.
             MOVE NHR-HIRE-DATE TO WS-DTD-DATE.
             PERFORM 260-SET-HIRE-AGE.
             IF NHR-REHIRE
                 MOVE "REHIRE" TO WS-RPT-TYPE
                 ADD 1 TO WS-REHIRE-COUNT
             ELSE
                 MOVE "NEW" TO WS-RPT-TYPE
                 ADD 1 TO WS-NEW-COUNT
             END-IF.
             IF WS-HIRE-AGE-DAYS > WS-REPORT-DAYS-LIMIT
                 MOVE "LATE" TO WS-RPT-FLAG
                 ADD 1 TO WS-LATE-COUNT
             ELSE
                 MOVE SPACES TO WS-RPT-FLAG
             END-IF.
             WRITE NH-RPT-LINE FROM WS-RPT-DETAIL.

             READ NH-SORTED
              AT END SET SRT-EOF TO TRUE
             END-READ.
           320-END.

           330-END-STATE.
             MOVE WS-CUR-STATE TO WS-NT-STATE.
             MOVE WS-EMPLOYER-EIN TO WS-NT-EIN.
             MOVE WS-STATE-HIRES TO WS-NT-COUNT.
             WRITE NH-OUT-REC FROM WS-NT-REC.

             MOVE WS-CUR-STATE TO WS-RPT-ST-CODE.
             MOVE WS-STATE-HIRES TO WS-RPT-ST-COUNT.
             WRITE NH-RPT-LINE FROM WS-RPT-STATE-LINE.
           330-END.

           400-STAMP-REPORTED.
      * THE SAME TEST AS THE SELECTION PASS, SO EXACTLY THE HIRES
      * ON THE REGISTRY FILE ARE STAMPED AND HELD ONES STAY QUEUED.
             OPEN I-O NEW-HIRES
             IF NH-FILE-STATUS NOT = "00"
                 DISPLAY "NEW-HIRE: ERROR REOPENING NEWHIRE, ",
                  "STATUS: " NH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "N" TO WS-NH-EOF-SW
                 READ NEW-HIRES NEXT RECORD
                  AT END SET NH-EOF TO TRUE
                 END-READ
                 PERFORM 410-STAMP-STEP UNTIL NH-EOF
                 CLOSE NEW-HIRES
                 IF WS-STAMPED-COUNT NOT = WS-REPORTED-COUNT
                     DISPLAY "NEW-HIRE: HIRES STAMPED " WS-STAMPED-COUNT
                      " NOT = HIRES REPORTED " WS-REPORTED-COUNT
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           400-END.

           410-STAMP-STEP.
             IF NH-UNREPORTED
                 PERFORM 220-REFRESH-FROM-MASTER
                 IF NH-WORK-STATE NOT = SPACES
                     MOVE WS-RUN-DATE TO NH-REPORTED-DATE
                     REWRITE NEW-HIRE-REC
                     ADD 1 TO WS-STAMPED-COUNT
                 END-IF
             END-IF.
             READ NEW-HIRES NEXT RECORD
              AT END SET NH-EOF TO TRUE
             END-READ.
           410-END.

           450-SAVE-LAST-REPORT.
             OPEN OUTPUT NH-LAST.
             MOVE WS-RUN-DATE TO NL-REPORTED-THRU.
             MOVE WS-REPORTED-COUNT TO NL-REPORTED-COUNT.
             WRITE NL-RECORD.
             CLOSE NH-LAST.
           450-END.

           COPY DATEDAYSP.

           8000-WRITE-TOTALS.
             MOVE "QUEUE ENTRIES READ:         " TO WS-RPT-TOT-LABEL.
             MOVE WS-QUEUE-READ TO WS-RPT-TOT-COUNT.
             WRITE NH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "STATES REPORTED:            " TO WS-RPT-TOT-LABEL.
             MOVE WS-STATE-COUNT TO WS-RPT-TOT-COUNT.
             WRITE NH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "NEW HIRES REPORTED:         " TO WS-RPT-TOT-LABEL.
             MOVE WS-NEW-COUNT TO WS-RPT-TOT-COUNT.
             WRITE NH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "REHIRES REPORTED:           " TO WS-RPT-TOT-LABEL.
             MOVE WS-REHIRE-COUNT TO WS-RPT-TOT-COUNT.
             WRITE NH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "REPORTED LATE, OVER 20 DAYS:" TO WS-RPT-TOT-LABEL.
             MOVE WS-LATE-COUNT TO WS-RPT-TOT-COUNT.
             WRITE NH-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "HELD, NO WORK STATE:        " TO WS-RPT-TOT-LABEL.
             MOVE WS-HELD-COUNT TO WS-RPT-TOT-COUNT.
             WRITE NH-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "NEW-HIRE: HIRES REPORTED: " WS-REPORTED-COUNT
                " LATE: " WS-LATE-COUNT " HELD: " WS-HELD-COUNT.
             IF WS-LATE-COUNT > 0 OR WS-HELD-COUNT > 0
                 DISPLAY "NEW-HIRE: *** HIRES PAST THE 20-DAY ",
                  "REPORTING DEADLINE OR WITHOUT A WORK STATE, ",
                  "SEE NEWHIRERPT ***"
             END-IF.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM NEW-HIRE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEN-ELIG.
      * HEALTH CARRIER ELIGIBILITY FILE. EACH EMPLOYEE'S COVERAGE AS
      * IT STANDS NOW (HEALTH PLAN AND TIER ON BENENROLL, EMPLOYMENT
      * STATUS ON EMPFILE) IS MATCHED AGAINST BENELIGSNAP, THE
      * COVERAGE AS LAST SENT TO THE CARRIER, AND ONLY THE
      * DIFFERENCES GO OUT:
      *   A ADD        COVERED NOW, NOT COVERED AT THE LAST EXTRACT
      *   C CHANGE     PLAN, TIER OR LEAVE STATUS DIFFERS
      *   T TERMINATE  COVERED AT THE LAST EXTRACT, NOT COVERED NOW
      *                (TERMINATED, COVERAGE WAIVED OR OFF THE MASTER)
      * AN EMPLOYEE IS COVERED WHEN NOT TERMINATED AND ENROLLED IN A
      * HEALTH PLAN; LEAVE KEEPS COVERAGE. THE CARRIER FILE IS A
      * HEADER, ONE RECORD PER ENROLLEE SENT AND A TRAILER OF COUNTS,
      * AND BENELIGRPT LISTS EVERY RECORD SENT WITH ITS REASON.
      * THE SNAPSHOT IS REBUILT ON BENELIGNEW AND ONLY COPIED BACK
      * WHEN THE RUN IS CLEAN, SO A FAILED RUN SENDS THE SAME
      * CHANGES AGAIN NEXT TIME.
      * AN "A" ON THE BENELIGPARM CARD ASKS FOR THE FULL AUDIT FILE
      * FOR THE CARRIER'S MONTHLY RECONCILIATION INSTEAD: EVERY
      * EMPLOYEE COVERED NOW GOES OUT AS AN F RECORD AND THE SNAPSHOT
      * IS LEFT AS IT WAS. NO CARD MEANS A CHANGE RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EL-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENELIGPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT BEN-ENROLL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENENROLL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BE-EMP-ID
             FILE STATUS IS BE-FILE-STATUS.

            SELECT EL-SNAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENELIGSNAP"
             FILE STATUS IS SNAP-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EL-NEW-SNAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENELIGNEW"
             FILE STATUS IS NEW-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EL-LAST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENELIGLAST"
             FILE STATUS IS LAST-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EL-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENELIGFILE"
             FILE STATUS IS OUT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EL-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENELIGRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EL-PARM.
       01 EL-PARM-CARD.
         05 EP-MODE             PIC X.

       FD EMPFILE.
           COPY EMPREC.

       FD BEN-ENROLL.
           COPY BENENRREC.

      * ONE RECORD PER EMPLOYEE COVERED AS OF THE LAST CHANGE RUN,
      * IN EMPLOYEE ORDER. NAME, GENDER AND HIRE DATE ARE KEPT SO AN
      * EMPLOYEE SINCE DELETED FROM THE MASTER CAN STILL BE TERMED.
       FD EL-SNAP.
       01 ES-RECORD.
         05 ES-EMP-ID           PIC 9(7).
         05 ES-LASTNAME         PIC X(10).
         05 ES-FIRSTNAME        PIC X(10).
         05 ES-GENDER           PIC X.
         05 ES-HIRE-DATE        PIC 9(8).
         05 ES-EMP-STATUS       PIC X.
         05 ES-HEALTH-PLAN      PIC X(4).
         05 ES-HEALTH-TIER      PIC X(2).
         05 ES-COVER-DATE       PIC 9(8).
         05 ES-SENT-DATE        PIC 9(8).

       FD EL-NEW-SNAP.
       01 EN-RECORD.
         05 EN-EMP-ID           PIC 9(7).
         05 EN-LASTNAME         PIC X(10).
         05 EN-FIRSTNAME        PIC X(10).
         05 EN-GENDER           PIC X.
         05 EN-HIRE-DATE        PIC 9(8).
         05 EN-EMP-STATUS       PIC X.
         05 EN-HEALTH-PLAN      PIC X(4).
         05 EN-HEALTH-TIER      PIC X(2).
         05 EN-COVER-DATE       PIC 9(8).
         05 EN-SENT-DATE        PIC 9(8).

       FD EL-LAST.
       01 EX-RECORD.
         05 EX-EXTRACT-DATE     PIC 9(8).
         05 EX-EXTRACT-COUNT    PIC 9(7).

       FD EL-FILE.
       01 EL-OUT-REC            PIC X(100).

       FD EL-RPT.
       01 EL-RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       01 PARM-FILE-STATUS     PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 BE-FILE-STATUS       PIC X(2).
       01 SNAP-FILE-STATUS     PIC X(2).
       01 NEW-FILE-STATUS      PIC X(2).
       01 LAST-FILE-STATUS     PIC X(2).
       01 OUT-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-RUN-MODE-SW       PIC X VALUE "C".
         88 CHANGE-RUN         VALUE "C".
         88 AUDIT-RUN          VALUE "A".
       01 WS-EMP-EOF-SW        PIC X VALUE "N".
         88 EMP-EOF VALUE "Y".
       01 WS-SNAP-EOF-SW       PIC X VALUE "N".
         88 SNAP-EOF VALUE "Y".
       01 WS-SNAP-PRESENT-SW   PIC X VALUE "N".
         88 SNAP-PRESENT VALUE "Y".
       01 WS-COVERED-SW        PIC X VALUE "N".
         88 NOW-COVERED VALUE "Y".

      * MATCH KEYS. END OF FILE SETS A KEY ABOVE ANY EMPLOYEE NUMBER.
       01 WS-EMP-KEY           PIC 9(8) VALUE 0.
       01 WS-SNAP-KEY          PIC 9(8) VALUE 0.
       01 WS-END-KEY           PIC 9(8) VALUE 99999999.

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
         05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-PRIOR-EXTRACT     PIC 9(8) VALUE 0.
       01 WS-HIRE-DATE         PIC 9(8) VALUE 0.
       01 WS-NOW-PLAN          PIC X(4) VALUE SPACES.
       01 WS-NOW-TIER          PIC X(2) VALUE SPACES.
       01 WS-NOW-STATUS        PIC X VALUE SPACES.
       01 WS-EFF-DATE          PIC 9(8) VALUE 0.
       01 WS-TERM-DATE         PIC 9(8) VALUE 0.
       01 WS-REASON            PIC X(20) VALUE SPACES.

       01 WS-EMP-READ          PIC 9(7) VALUE 0.
       01 WS-COVERED-COUNT     PIC 9(7) VALUE 0.
       01 WS-SNAP-READ         PIC 9(7) VALUE 0.
       01 WS-SNAP-WRITTEN      PIC 9(7) VALUE 0.
       01 WS-ADD-COUNT         PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
       01 WS-TERM-COUNT        PIC 9(7) VALUE 0.
       01 WS-FULL-COUNT        PIC 9(7) VALUE 0.
       01 WS-SENT-COUNT        PIC 9(7) VALUE 0.

       01 WS-SNAP-NAME         PIC X(60) VALUE
            "C:/work space/Cobol path/labs/Cobol/BENELIGSNAP".
       01 WS-NEW-SNAP-NAME     PIC X(60) VALUE
            "C:/work space/Cobol path/labs/Cobol/BENELIGNEW".
       01 WS-COPY-RESULT       PIC S9(9) COMP-5.

      * EMPLOYER IDENTIFICATION, AS FILED ON THE WAGE STATEMENT FILE.
       01 WS-EMPLOYER-EIN      PIC X(9) VALUE "751234567".
       01 WS-EMPLOYER-NAME     PIC X(22) VALUE
            "ACME MANUFACTURING INC".

      * CARRIER LAYOUT. THE FILE TYPE ON THE HEADER IS C FOR A
      * CHANGE FILE OR F FOR A FULL AUDIT FILE.
       01 WS-EH-REC.
         05 FILLER             PIC X(2) VALUE "HD".
         05 WS-EH-EIN          PIC X(9).
         05 WS-EH-NAME         PIC X(22).
         05 WS-EH-FILE-TYPE    PIC X.
         05 WS-EH-RUN-DATE     PIC 9(8).
         05 WS-EH-PRIOR-DATE   PIC 9(8).
         05 FILLER             PIC X(50) VALUE SPACES.

       01 WS-ED-REC.
         05 FILLER             PIC X(2) VALUE "DT".
         05 WS-ED-ACTION       PIC X.
         05 WS-ED-EMP-ID       PIC 9(7).
         05 WS-ED-LASTNAME     PIC X(10).
         05 WS-ED-FIRSTNAME    PIC X(10).
         05 WS-ED-GENDER       PIC X.
         05 WS-ED-HIRE-DATE    PIC 9(8).
         05 WS-ED-EMP-STATUS   PIC X.
         05 WS-ED-PLAN         PIC X(4).
         05 WS-ED-TIER         PIC X(2).
         05 WS-ED-EFF-DATE     PIC 9(8).
         05 WS-ED-PRIOR-PLAN   PIC X(4).
         05 WS-ED-PRIOR-TIER   PIC X(2).
         05 WS-ED-TERM-DATE    PIC 9(8).
         05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-ET-REC.
         05 FILLER             PIC X(2) VALUE "TR".
         05 WS-ET-TOTAL        PIC 9(7).
         05 WS-ET-ADDS         PIC 9(7).
         05 WS-ET-CHANGES      PIC 9(7).
         05 WS-ET-TERMS        PIC 9(7).
         05 WS-ET-FULLS        PIC 9(7).
         05 FILLER             PIC X(63) VALUE SPACES.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(28) VALUE
            "BENEFIT ELIGIBILITY RUN DATE".
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-HDG-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(19) VALUE
            "  LAST EXTRACT:    ".
         05 WS-RPT-HDG-PRIOR   PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-HDG-MODE    PIC X(10).

       01 WS-RPT-COLUMNS.
         05 FILLER             PIC X(40) VALUE
            "ACTION  EMP-ID   LASTNAME    FROM     TO".
         05 FILLER             PIC X(40) VALUE
            "       EFFECTIVE   REASON".

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-LASTNAME    PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-OLD-PLAN    PIC X(4).
         05 WS-RPT-OLD-SEP     PIC X.
         05 WS-RPT-OLD-TIER    PIC X(2).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-NEW-PLAN    PIC X(4).
         05 WS-RPT-NEW-SEP     PIC X.
         05 WS-RPT-NEW-TIER    PIC X(2).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-EFF-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(20).

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(28).
         05 WS-RPT-TOT-COUNT   PIC ZZZZZZ9.
         05 FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             PERFORM 150-READ-PARM.
             IF RETURN-CODE = 0
                 PERFORM 160-READ-LAST-EXTRACT
             END-IF.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "BEN-ELIG: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

      * WITHOUT THE ENROLLMENT MASTER EVERY EMPLOYEE WOULD LOOK
      * UNCOVERED AND BE TERMED, SO IT MUST BE THERE.
             OPEN INPUT BEN-ENROLL
             IF BE-FILE-STATUS NOT = "00"
                 DISPLAY "BEN-ELIG: ERROR OPENING BENENROLL, ",
                  "STATUS: " BE-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE EMPFILE
                 GO TO 9000-END-PROGRAM
             END-IF.

      * NO SNAPSHOT MEANS NOTHING HAS BEEN SENT YET, SO EVERY
      * EMPLOYEE COVERED NOW GOES TO THE CARRIER AS AN ADD.
             IF CHANGE-RUN
                 OPEN INPUT EL-SNAP
                 EVALUATE SNAP-FILE-STATUS
                     WHEN "00"
                         SET SNAP-PRESENT TO TRUE
                     WHEN "35"
                         DISPLAY "BEN-ELIG: NO BENELIGSNAP, ALL ",
                          "COVERED EMPLOYEES SENT AS ADDS"
                     WHEN OTHER
                         DISPLAY "BEN-ELIG: ERROR OPENING ",
                          "BENELIGSNAP, STATUS: " SNAP-FILE-STATUS
                         MOVE 16 TO RETURN-CODE
                         CLOSE EMPFILE, BEN-ENROLL
                         GO TO 9000-END-PROGRAM
                 END-EVALUATE
                 OPEN OUTPUT EL-NEW-SNAP
             END-IF.

             OPEN OUTPUT EL-FILE, EL-RPT.
             PERFORM 200-WRITE-HEADERS.

             MOVE 0 TO EMP-ID.
             START EMPFILE KEY IS NOT LESS THAN EMP-ID
                 INVALID KEY
                     SET EMP-EOF TO TRUE
                     MOVE WS-END-KEY TO WS-EMP-KEY
             END-START.
             IF NOT EMP-EOF
                 PERFORM 210-READ-EMPLOYEE
             END-IF.

             IF AUDIT-RUN
                 PERFORM 400-AUDIT-STEP UNTIL EMP-EOF
             ELSE
                 PERFORM 220-READ-SNAPSHOT
                 PERFORM 300-MATCH-STEP
                     UNTIL EMP-EOF AND SNAP-EOF
                 IF SNAP-PRESENT
                     CLOSE EL-SNAP
                 END-IF
                 CLOSE EL-NEW-SNAP
             END-IF.

      * THE TRAILER ONLY GOES ON A COMPLETE FILE.
             IF RETURN-CODE = 0
                 PERFORM 500-WRITE-TRAILER
             END-IF.
             CLOSE EMPFILE, BEN-ENROLL, EL-FILE.

      * THE SNAPSHOT ONLY MOVES FORWARD ONCE THE CHANGE FILE IS
      * COMPLETE.
             IF CHANGE-RUN AND RETURN-CODE = 0
                 PERFORM 600-REPLACE-SNAPSHOT
             END-IF.
             IF CHANGE-RUN AND RETURN-CODE = 0
                 PERFORM 650-SAVE-LAST-EXTRACT
             END-IF.

             PERFORM 8000-WRITE-TOTALS.
             CLOSE EL-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-READ-PARM.
      * NO CARD, OR A BLANK ONE, IS A CHANGE RUN.
             OPEN INPUT EL-PARM
             EVALUATE PARM-FILE-STATUS
                 WHEN "00"
                     READ EL-PARM
                         AT END
                             CONTINUE
                         NOT AT END
                             IF EP-MODE NOT = SPACE
                                 MOVE EP-MODE TO WS-RUN-MODE-SW
                             END-IF
                     END-READ
                     CLOSE EL-PARM
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "BEN-ELIG: ERROR OPENING BENELIGPARM, ",
                      "STATUS: " PARM-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
             IF RETURN-CODE = 0
                 IF NOT CHANGE-RUN AND NOT AUDIT-RUN
                     DISPLAY "BEN-ELIG: INVALID RUN MODE ON ",
                      "BENELIGPARM: " WS-RUN-MODE-SW
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           150-END.

           160-READ-LAST-EXTRACT.
      * NO BENELIGLAST MEANS NO CHANGE FILE HAS BEEN SENT YET.
             OPEN INPUT EL-LAST
             EVALUATE LAST-FILE-STATUS
                 WHEN "00"
                     READ EL-LAST
                         AT END
                             CONTINUE
                         NOT AT END
                             MOVE EX-EXTRACT-DATE TO WS-PRIOR-EXTRACT
                     END-READ
                     CLOSE EL-LAST
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "BEN-ELIG: ERROR OPENING BENELIGLAST, ",
                      "STATUS: " LAST-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           160-END.

           200-WRITE-HEADERS.
             MOVE WS-EMPLOYER-EIN TO WS-EH-EIN.
             MOVE WS-EMPLOYER-NAME TO WS-EH-NAME.
             MOVE WS-RUN-DATE TO WS-EH-RUN-DATE.
             MOVE WS-PRIOR-EXTRACT TO WS-EH-PRIOR-DATE.
             IF AUDIT-RUN
                 MOVE "F" TO WS-EH-FILE-TYPE
                 MOVE "FULL AUDIT" TO WS-RPT-HDG-MODE
             ELSE
                 MOVE "C" TO WS-EH-FILE-TYPE
                 MOVE "CHANGES" TO WS-RPT-HDG-MODE
             END-IF.
             WRITE EL-OUT-REC FROM WS-EH-REC.

             MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
             MOVE WS-PRIOR-EXTRACT TO WS-RPT-HDG-PRIOR.
             WRITE EL-RPT-LINE FROM WS-RPT-HEADING.
             WRITE EL-RPT-LINE FROM WS-RPT-COLUMNS.
           200-END.

           210-READ-EMPLOYEE.
      * THE NEXT EMPLOYEE AND THE COVERAGE THEY HAVE NOW.
             READ EMPFILE NEXT RECORD
                 AT END
                     SET EMP-EOF TO TRUE
                     MOVE WS-END-KEY TO WS-EMP-KEY
                 NOT AT END
                     ADD 1 TO WS-EMP-READ
                     MOVE EMP-ID TO WS-EMP-KEY
                     PERFORM 230-SET-COVERAGE
             END-READ.
           210-END.

           220-READ-SNAPSHOT.
             IF SNAP-PRESENT
                 READ EL-SNAP
                     AT END
                         SET SNAP-EOF TO TRUE
                         MOVE WS-END-KEY TO WS-SNAP-KEY
                     NOT AT END
                         ADD 1 TO WS-SNAP-READ
                         MOVE ES-EMP-ID TO WS-SNAP-KEY
                 END-READ
             ELSE
                 SET SNAP-EOF TO TRUE
                 MOVE WS-END-KEY TO WS-SNAP-KEY
             END-IF.
           220-END.

           230-SET-COVERAGE.
             MOVE "N" TO WS-COVERED-SW.
             MOVE SPACES TO WS-NOW-PLAN, WS-NOW-TIER.
             MOVE STARTDATE TO WS-HIRE-DATE.
             MOVE EMP-STATUS TO WS-NOW-STATUS.
             IF WS-NOW-STATUS = SPACE
                 MOVE "A" TO WS-NOW-STATUS
             END-IF.
             IF NOT EMP-TERMINATED
                 MOVE EMP-ID TO BE-EMP-ID
                 READ BEN-ENROLL
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF BE-HEALTH-PLAN NOT = SPACES
                             SET NOW-COVERED TO TRUE
                             MOVE BE-HEALTH-PLAN TO WS-NOW-PLAN
                             MOVE BE-HEALTH-TIER TO WS-NOW-TIER
                         END-IF
                 END-READ
             END-IF.
             IF NOW-COVERED
                 ADD 1 TO WS-COVERED-COUNT
             END-IF.
           230-END.

           300-MATCH-STEP.
             EVALUATE TRUE
                 WHEN WS-EMP-KEY < WS-SNAP-KEY
                     PERFORM 310-EMPLOYEE-ONLY
                     PERFORM 210-READ-EMPLOYEE
                 WHEN WS-EMP-KEY = WS-SNAP-KEY
                     PERFORM 320-EMPLOYEE-MATCHED
                     PERFORM 210-READ-EMPLOYEE
                     PERFORM 220-READ-SNAPSHOT
                 WHEN OTHER
                     PERFORM 330-SNAPSHOT-ONLY
                     PERFORM 220-READ-SNAPSHOT
             END-EVALUATE.
           300-END.

           310-EMPLOYEE-ONLY.
      * NOT COVERED AT THE LAST EXTRACT. COVERAGE STARTS AT HIRE
      * FOR A HIRE SINCE THEN, AT THE RETURN DATE FOR A REHIRE
      * SINCE THEN, AND OTHERWISE (A LATE ENROLLMENT) TODAY.
             IF NOW-COVERED
                 EVALUATE TRUE
                     WHEN WS-HIRE-DATE > WS-PRIOR-EXTRACT
                         MOVE WS-HIRE-DATE TO WS-EFF-DATE
                         MOVE "NEW HIRE ENROLLED" TO WS-REASON
                     WHEN STATUS-EFF-DATE > WS-PRIOR-EXTRACT
                      AND STATUS-EFF-DATE > WS-HIRE-DATE
                         MOVE STATUS-EFF-DATE TO WS-EFF-DATE
                         MOVE "REHIRE ENROLLED" TO WS-REASON
                     WHEN OTHER
                         MOVE WS-RUN-DATE TO WS-EFF-DATE
                         MOVE "NEW ENROLLMENT" TO WS-REASON
                 END-EVALUATE
                 MOVE "A" TO WS-ED-ACTION
                 MOVE SPACES TO WS-ED-PRIOR-PLAN, WS-ED-PRIOR-TIER
                 MOVE 0 TO WS-TERM-DATE
                 PERFORM 350-SEND-FROM-MASTER
                 ADD 1 TO WS-ADD-COUNT
                 MOVE WS-EFF-DATE TO EN-COVER-DATE
                 MOVE WS-RUN-DATE TO EN-SENT-DATE
                 PERFORM 370-WRITE-NEW-SNAPSHOT
             END-IF.
           310-END.

           320-EMPLOYEE-MATCHED.
             IF NOT NOW-COVERED
      * COVERAGE ENDS AT THE TERMINATION DATE, OR TODAY WHEN IT WAS
      * WAIVED OR DROPPED WHILE STILL EMPLOYED.
                 IF EMP-TERMINATED AND STATUS-EFF-DATE NOT = 0
                     MOVE STATUS-EFF-DATE TO WS-EFF-DATE
                     MOVE STATUS-EFF-DATE TO WS-TERM-DATE
                     MOVE "EMPLOYMENT ENDED" TO WS-REASON
                 ELSE
                     MOVE WS-RUN-DATE TO WS-EFF-DATE
                     MOVE 0 TO WS-TERM-DATE
                     IF EMP-TERMINATED
                         MOVE "EMPLOYMENT ENDED" TO WS-REASON
                     ELSE
                         MOVE "COVERAGE DROPPED" TO WS-REASON
                     END-IF
                 END-IF
                 MOVE "T" TO WS-ED-ACTION
                 MOVE ES-HEALTH-PLAN TO WS-NOW-PLAN
                 MOVE ES-HEALTH-TIER TO WS-NOW-TIER
                 MOVE SPACES TO WS-ED-PRIOR-PLAN, WS-ED-PRIOR-TIER
                 PERFORM 350-SEND-FROM-MASTER
                 ADD 1 TO WS-TERM-COUNT
             ELSE
                 MOVE ES-COVER-DATE TO EN-COVER-DATE
                 MOVE ES-SENT-DATE TO EN-SENT-DATE
                 MOVE 0 TO WS-TERM-DATE
                 EVALUATE TRUE
                     WHEN WS-NOW-PLAN NOT = ES-HEALTH-PLAN
                         MOVE WS-RUN-DATE TO WS-EFF-DATE
                         MOVE "PLAN CHANGE" TO WS-REASON
                     WHEN WS-NOW-TIER NOT = ES-HEALTH-TIER
                         MOVE WS-RUN-DATE TO WS-EFF-DATE
                         MOVE "TIER CHANGE" TO WS-REASON
                     WHEN WS-NOW-STATUS NOT = ES-EMP-STATUS
                         IF STATUS-EFF-DATE NOT = 0
                             MOVE STATUS-EFF-DATE TO WS-EFF-DATE
                         ELSE
                             MOVE WS-RUN-DATE TO WS-EFF-DATE
                         END-IF
                         IF EMP-ON-LEAVE
                             MOVE "ON LEAVE" TO WS-REASON
                         ELSE
                             MOVE "RETURNED FROM LEAVE" TO WS-REASON
                         END-IF
                     WHEN OTHER
                         MOVE SPACES TO WS-REASON
                 END-EVALUATE
                 IF WS-REASON NOT = SPACES
                     MOVE "C" TO WS-ED-ACTION
                     MOVE ES-HEALTH-PLAN TO WS-ED-PRIOR-PLAN
                     MOVE ES-HEALTH-TIER TO WS-ED-PRIOR-TIER
                     PERFORM 350-SEND-FROM-MASTER
                     ADD 1 TO WS-CHANGE-COUNT
                     MOVE WS-EFF-DATE TO EN-COVER-DATE
                     MOVE WS-RUN-DATE TO EN-SENT-DATE
                 END-IF
                 PERFORM 370-WRITE-NEW-SNAPSHOT
             END-IF.
           320-END.

           330-SNAPSHOT-ONLY.
      * SENT BEFORE BUT NO LONGER ON THE MASTER: THE CARRIER STILL
      * HAS THEM COVERED, SO THEY ARE TERMED FROM TODAY OUT OF WHAT
      * WAS SENT LAST TIME.
             MOVE "T" TO WS-ED-ACTION.
             MOVE ES-EMP-ID TO WS-ED-EMP-ID.
             MOVE ES-LASTNAME TO WS-ED-LASTNAME.
             MOVE ES-FIRSTNAME TO WS-ED-FIRSTNAME.
             MOVE ES-GENDER TO WS-ED-GENDER.
             MOVE ES-HIRE-DATE TO WS-ED-HIRE-DATE.
             MOVE "T" TO WS-ED-EMP-STATUS.
             MOVE ES-HEALTH-PLAN TO WS-ED-PLAN.
             MOVE ES-HEALTH-TIER TO WS-ED-TIER.
             MOVE WS-RUN-DATE TO WS-ED-EFF-DATE.
             MOVE SPACES TO WS-ED-PRIOR-PLAN, WS-ED-PRIOR-TIER.
             MOVE 0 TO WS-ED-TERM-DATE.
             MOVE "NOT ON MASTER" TO WS-REASON.
             PERFORM 360-WRITE-SENT.
             ADD 1 TO WS-TERM-COUNT.
           330-END.

           350-SEND-FROM-MASTER.
      * ACTION, PRIOR PLAN AND TIER ARE SET BY THE CALLER; THE REST
      * COMES FROM THE EMPLOYEE AND THE COVERAGE BEING SENT.
             MOVE EMP-ID TO WS-ED-EMP-ID.
             MOVE LASTNAME TO WS-ED-LASTNAME.
             MOVE FIRSTNAME TO WS-ED-FIRSTNAME.
             MOVE GENDER TO WS-ED-GENDER.
             MOVE WS-HIRE-DATE TO WS-ED-HIRE-DATE.
             MOVE WS-NOW-STATUS TO WS-ED-EMP-STATUS.
             MOVE WS-NOW-PLAN TO WS-ED-PLAN.
             MOVE WS-NOW-TIER TO WS-ED-TIER.
             MOVE WS-EFF-DATE TO WS-ED-EFF-DATE.
             MOVE WS-TERM-DATE TO WS-ED-TERM-DATE.
             PERFORM 360-WRITE-SENT.
           350-END.

           360-WRITE-SENT.
             WRITE EL-OUT-REC FROM WS-ED-REC.
             ADD 1 TO WS-SENT-COUNT.

             EVALUATE WS-ED-ACTION
                 WHEN "A"
                     MOVE "ADD" TO WS-RPT-ACTION
                 WHEN "C"
                     MOVE "CHANGE" TO WS-RPT-ACTION
                 WHEN "T"
                     MOVE "TERM" TO WS-RPT-ACTION
                 WHEN OTHER
                     MOVE "FULL" TO WS-RPT-ACTION
             END-EVALUATE.
             MOVE WS-ED-EMP-ID TO WS-RPT-EMP-ID.
             MOVE WS-ED-LASTNAME TO WS-RPT-LASTNAME.
             MOVE WS-ED-PRIOR-PLAN TO WS-RPT-OLD-PLAN.
             MOVE WS-ED-PRIOR-TIER TO WS-RPT-OLD-TIER.
             IF WS-ED-PRIOR-PLAN = SPACES
                 MOVE SPACE TO WS-RPT-OLD-SEP
             ELSE
                 MOVE "/" TO WS-RPT-OLD-SEP
             END-IF.
             MOVE WS-ED-PLAN TO WS-RPT-NEW-PLAN.
             MOVE "/" TO WS-RPT-NEW-SEP.
             MOVE WS-ED-TIER TO WS-RPT-NEW-TIER.
             MOVE WS-ED-EFF-DATE TO WS-RPT-EFF-DATE.
             MOVE WS-REASON TO WS-RPT-REASON.
             WRITE EL-RPT-LINE FROM WS-RPT-DETAIL.
           360-END.

           370-WRITE-NEW-SNAPSHOT.
      * COVER AND SENT DATES ARE SET BY THE CALLER.
             MOVE EMP-ID TO EN-EMP-ID.
             MOVE LASTNAME TO EN-LASTNAME.
             MOVE FIRSTNAME TO EN-FIRSTNAME.
             MOVE GENDER TO EN-GENDER.
             MOVE WS-HIRE-DATE TO EN-HIRE-DATE.
             MOVE WS-NOW-STATUS TO EN-EMP-STATUS.
             MOVE WS-NOW-PLAN TO EN-HEALTH-PLAN.
             MOVE WS-NOW-TIER TO EN-HEALTH-TIER.
             WRITE EN-RECORD.
             IF NEW-FILE-STATUS NOT = "00"
                 DISPLAY "BEN-ELIG: ERROR WRITING BENELIGNEW, ",
                  "STATUS: " NEW-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.
             ADD 1 TO WS-SNAP-WRITTEN.
           370-END.

           400-AUDIT-STEP.
      * THE FULL FILE CARRIES EVERY EMPLOYEE COVERED NOW, EFFECTIVE
      * FROM HIRE, SO THE CARRIER CAN TIE ITS ROLL TO OURS.
             IF NOW-COVERED
                 MOVE "F" TO WS-ED-ACTION
                 MOVE SPACES TO WS-ED-PRIOR-PLAN, WS-ED-PRIOR-TIER
                 MOVE WS-HIRE-DATE TO WS-EFF-DATE
                 MOVE 0 TO WS-TERM-DATE
                 MOVE SPACES TO WS-REASON
                 PERFORM 350-SEND-FROM-MASTER
                 ADD 1 TO WS-FULL-COUNT
             END-IF.
             PERFORM 210-READ-EMPLOYEE.
           400-END.

           500-WRITE-TRAILER.
             MOVE WS-SENT-COUNT TO WS-ET-TOTAL.
             MOVE WS-ADD-COUNT TO WS-ET-ADDS.
             MOVE WS-CHANGE-COUNT TO WS-ET-CHANGES.
             MOVE WS-TERM-COUNT TO WS-ET-TERMS.
             MOVE WS-FULL-COUNT TO WS-ET-FULLS.
             WRITE EL-OUT-REC FROM WS-ET-REC.
           500-END.

           600-REPLACE-SNAPSHOT.
             CALL "CBL_COPY_FILE" USING WS-NEW-SNAP-NAME,
                 WS-SNAP-NAME
                 RETURNING WS-COPY-RESULT
             END-CALL.
             IF WS-COPY-RESULT NOT = 0
                 DISPLAY "BEN-ELIG: ERROR COPYING BENELIGNEW TO ",
                  "BENELIGSNAP, RESULT: " WS-COPY-RESULT
                 MOVE 16 TO RETURN-CODE
             END-IF.
           600-END.

           650-SAVE-LAST-EXTRACT.
             OPEN OUTPUT EL-LAST.
             MOVE WS-RUN-DATE TO EX-EXTRACT-DATE.
             MOVE WS-SENT-COUNT TO EX-EXTRACT-COUNT.
             WRITE EX-RECORD.
             CLOSE EL-LAST.
           650-END.

           8000-WRITE-TOTALS.
             MOVE "EMPLOYEES READ:             " TO WS-RPT-TOT-LABEL.
             MOVE WS-EMP-READ TO WS-RPT-TOT-COUNT.
             WRITE EL-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "EMPLOYEES COVERED NOW:      " TO WS-RPT-TOT-LABEL.
             MOVE WS-COVERED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE EL-RPT-LINE FROM WS-RPT-TOT-LINE.
             IF AUDIT-RUN
                 MOVE "FULL FILE RECORDS SENT:     " TO
                     WS-RPT-TOT-LABEL
                 MOVE WS-FULL-COUNT TO WS-RPT-TOT-COUNT
                 WRITE EL-RPT-LINE FROM WS-RPT-TOT-LINE
             ELSE
                 MOVE "COVERED AT LAST EXTRACT:    " TO
                     WS-RPT-TOT-LABEL
                 MOVE WS-SNAP-READ TO WS-RPT-TOT-COUNT
                 WRITE EL-RPT-LINE FROM WS-RPT-TOT-LINE
                 MOVE "ADDS SENT:                  " TO
                     WS-RPT-TOT-LABEL
                 MOVE WS-ADD-COUNT TO WS-RPT-TOT-COUNT
                 WRITE EL-RPT-LINE FROM WS-RPT-TOT-LINE
                 MOVE "CHANGES SENT:               " TO
                     WS-RPT-TOT-LABEL
                 MOVE WS-CHANGE-COUNT TO WS-RPT-TOT-COUNT
                 WRITE EL-RPT-LINE FROM WS-RPT-TOT-LINE
                 MOVE "TERMINATIONS SENT:          " TO
                     WS-RPT-TOT-LABEL
                 MOVE WS-TERM-COUNT TO WS-RPT-TOT-COUNT
                 WRITE EL-RPT-LINE FROM WS-RPT-TOT-LINE
             END-IF.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "BEN-ELIG: RECORDS SENT: " WS-SENT-COUNT
                " ADDS: " WS-ADD-COUNT " CHANGES: " WS-CHANGE-COUNT
                " TERMS: " WS-TERM-COUNT " FULL: " WS-FULL-COUNT.
             GOBACK.

       END PROGRAM BEN-ELIG.

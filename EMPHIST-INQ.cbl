       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHIST-INQ.
      * EMPLOYEE HISTORY INQUIRY. READS A PARM CARD NAMING ONE
      * EMP-ID (OR "ALL"), AN AS-OF DATE AND A FROM/TO DATE RANGE,
      * AND PRINTS FROM THE EMPHIST HISTORY MASTER, FOR EACH
      * EMPLOYEE SELECTED: THE RECORD AS IT STOOD ON THE AS-OF DATE
      * (PAY, DEPARTMENT, STATUS, GRADE/STEP, WORK STATE), THEN THE
      * TIMELINE OF EVERY CHANGE RECORDED INSIDE THE RANGE, WITH
      * THE PROGRAM THAT MADE IT AND WHICH ITEMS IT CHANGED.
      * A BLANK AS-OF DATE IS TODAY; A BLANK FROM DATE IS THE START
      * OF HISTORY AND A BLANK TO DATE IS THE AS-OF DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMP-HIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPHIST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EH-KEY
             FILE STATUS IS EH-FILE-STATUS.

            SELECT INQ-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/HISTINQPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT INQ-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/HISTINQRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-HIST.
           COPY EMPHISTREC.

       FD INQ-PARM.
       01 INQ-PARM-CARD.
         05 INQ-EMP-SEL         PIC X(7).
         05 FILLER              PIC X.
         05 INQ-AS-OF-DATE      PIC X(8).
         05 FILLER              PIC X.
         05 INQ-FROM-DATE       PIC X(8).
         05 FILLER              PIC X.
         05 INQ-TO-DATE         PIC X(8).

       FD INQ-RPT.
       01 INQ-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01 EH-FILE-STATUS       PIC X(2).
       01 PARM-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-HIST-EOF-SW       PIC X VALUE "N".
         88 HIST-EOF VALUE "Y".
       01 WS-EMP-DONE-SW       PIC X VALUE "N".
         88 EMP-DONE VALUE "Y".
       01 WS-ALL-SW            PIC X VALUE "N".
         88 INQ-ALL VALUE "Y".
       01 WS-AS-OF-FOUND-SW    PIC X VALUE "N".
         88 AS-OF-FOUND VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-SEL-EMP-ID        PIC 9(7) VALUE 0.
       01 WS-CUR-EMP-ID        PIC 9(7) VALUE 0.
       01 WS-AS-OF-DATE        PIC 9(8) VALUE 0.
       01 WS-FROM-DATE         PIC 9(8) VALUE 0.
       01 WS-TO-DATE           PIC 9(8) VALUE 0.

       01 WS-AS-OF-REC         PIC X(130).
       01 WS-EMP-COUNT         PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT      PIC 9(7) VALUE 0.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(30) VALUE
            "EMPLOYEE HISTORY INQUIRY".
         05 FILLER             PIC X(7) VALUE "AS OF ".
         05 WS-RT-AS-OF        PIC 9999/99/99.
         05 FILLER             PIC X(16) VALUE "   CHANGES FROM ".
         05 WS-RT-FROM         PIC 9999/99/99.
         05 FILLER             PIC X(4) VALUE " TO ".
         05 WS-RT-TO           PIC 9999/99/99.
         05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-RPT-EMP-HDG.
         05 FILLER             PIC X(8) VALUE "EMP-ID: ".
         05 WS-EH-EMP-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-EH-LASTNAME     PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-EH-FIRSTNAME    PIC X(10).
         05 FILLER             PIC X(94) VALUE SPACES.

       01 WS-RPT-AS-OF-1.
         05 FILLER             PIC X(9) VALUE "  AS OF: ".
         05 WS-A1-AS-OF        PIC 9999/99/99.
         05 FILLER             PIC X(11) VALUE "  IMAGE OF ".
         05 WS-A1-EFF-DATE     PIC 9999/99/99.
         05 FILLER             PIC X(6) VALUE " FROM ".
         05 WS-A1-SOURCE       PIC X(12).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-A1-NOTE         PIC X(30).
         05 FILLER             PIC X(42) VALUE SPACES.

       01 WS-RPT-AS-OF-2.
         05 FILLER             PIC X(13) VALUE "  PAY TYPE: ".
         05 WS-A2-PAY-TYPE     PIC X.
         05 FILLER             PIC X(16) VALUE "   HOURLY RATE: ".
         05 WS-A2-RATE         PIC ZZZ9.99.
         05 FILLER             PIC X(18) VALUE "   ANNUAL SALARY: ".
         05 WS-A2-SALARY       PIC ZZZZZ9.99.
         05 FILLER             PIC X(15) VALUE "   DEPARTMENT: ".
         05 WS-A2-DEPT         PIC X(30).
         05 FILLER             PIC X(23) VALUE SPACES.

       01 WS-RPT-AS-OF-3.
         05 FILLER             PIC X(11) VALUE "  STATUS: ".
         05 WS-A3-STATUS       PIC X.
         05 FILLER             PIC X(14) VALUE "   EFFECTIVE: ".
         05 WS-A3-STAT-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(15) VALUE "   GRADE/STEP: ".
         05 WS-A3-GRADE        PIC X(2).
         05 FILLER             PIC X VALUE "/".
         05 WS-A3-STEP         PIC 99.
         05 FILLER             PIC X(15) VALUE "   WORK STATE: ".
         05 WS-A3-STATE        PIC X(2).
         05 FILLER             PIC X(59) VALUE SPACES.

       01 WS-RPT-NO-AS-OF.
         05 FILLER             PIC X(40) VALUE
            "  NO HISTORY ON OR BEFORE THE AS-OF DATE".
         05 FILLER             PIC X(92) VALUE SPACES.

       01 WS-RPT-TL-HDG.
         05 FILLER             PIC X(45) VALUE
            "  EFFECTIVE  ENTRY   SOURCE       CHANGED    ".
         05 FILLER             PIC X(44) VALUE
            "T    RATE   SALARY  DEPARTMENT".
         05 FILLER             PIC X(43) VALUE
            "       S STATUS DT  GR/ST WS".

       01 WS-RPT-TL-DETAIL.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-TL-DATE         PIC 9999/99/99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-TYPE         PIC X(7).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-SOURCE       PIC X(12).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-CHANGES.
           10 WS-TL-CHG-PAY    PIC X.
           10 FILLER           PIC X VALUE SPACES.
           10 WS-TL-CHG-DEPT   PIC X.
           10 FILLER           PIC X VALUE SPACES.
           10 WS-TL-CHG-STATUS PIC X.
           10 FILLER           PIC X VALUE SPACES.
           10 WS-TL-CHG-SCALE  PIC X.
           10 FILLER           PIC X VALUE SPACES.
           10 WS-TL-CHG-STATE  PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-TL-PAY-TYPE     PIC X.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-RATE         PIC ZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-SALARY       PIC ZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-DEPT         PIC X(30).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-STATUS       PIC X.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-STAT-DATE    PIC 9999/99/99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-GRADE        PIC X(2).
         05 FILLER             PIC X VALUE "/".
         05 WS-TL-STEP         PIC 99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-TL-STATE        PIC X(2).
         05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-RPT-TL-NONE.
         05 FILLER             PIC X(40) VALUE
            "  NO CHANGES RECORDED IN THE DATE RANGE".
         05 FILLER             PIC X(92) VALUE SPACES.

       01 WS-RPT-LEGEND.
         05 FILLER             PIC X(36) VALUE
            "CHANGED: P=PAY D=DEPARTMENT S=STATUS".
         05 FILLER             PIC X(30) VALUE
            " G=GRADE/STEP W=WORK STATE".
         05 FILLER             PIC X(66) VALUE SPACES.

       01 WS-RPT-NONE-LINE.
         05 FILLER             PIC X(41) VALUE
            "NO EMPLOYEE HISTORY FOUND FOR SELECTION: ".
         05 WS-NONE-SEL        PIC X(7).
         05 FILLER             PIC X(84) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN INPUT INQ-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "EMPHIST-INQ: ERROR OPENING HISTINQPARM, ",
                  "STATUS: " PARM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ INQ-PARM
                 AT END
                     DISPLAY "EMPHIST-INQ: EMPTY HISTINQPARM CARD"
                     MOVE 16 TO RETURN-CODE
                     CLOSE INQ-PARM
                     GO TO 9000-END-PROGRAM
             END-READ.
             CLOSE INQ-PARM.

             PERFORM 150-EDIT-PARM.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMP-HIST
             IF EH-FILE-STATUS NOT = "00"
                 DISPLAY "EMPHIST-INQ: ERROR OPENING EMPHIST, ",
                  "STATUS: " EH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT INQ-RPT
             MOVE WS-AS-OF-DATE TO WS-RT-AS-OF.
             MOVE WS-FROM-DATE TO WS-RT-FROM.
             MOVE WS-TO-DATE TO WS-RT-TO.
             WRITE INQ-RPT-LINE FROM WS-RPT-TITLE.
             WRITE INQ-RPT-LINE FROM WS-RPT-LEGEND.

             PERFORM 180-FIND-NEXT-EMPLOYEE.
             IF EMP-DONE
                 MOVE INQ-EMP-SEL TO WS-NONE-SEL
                 WRITE INQ-RPT-LINE FROM WS-RPT-NONE-LINE
             ELSE
                 PERFORM 200-INQUIRE-EMPLOYEE UNTIL EMP-DONE
             END-IF.

             CLOSE EMP-HIST, INQ-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-EDIT-PARM.
             IF INQ-EMP-SEL = "ALL" OR INQ-EMP-SEL = "ALL    "
                 SET INQ-ALL TO TRUE
             ELSE
                 IF INQ-EMP-SEL IS NUMERIC
                     MOVE INQ-EMP-SEL TO WS-SEL-EMP-ID
                 ELSE
                     DISPLAY "EMPHIST-INQ: EMP-ID ON CARD IS NOT ",
                      "NUMERIC OR ALL: " INQ-EMP-SEL
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.

             IF INQ-AS-OF-DATE IS NUMERIC
                AND INQ-AS-OF-DATE NOT = "00000000"
                 MOVE INQ-AS-OF-DATE TO WS-AS-OF-DATE
             ELSE
                 MOVE WS-RUN-DATE TO WS-AS-OF-DATE
             END-IF.
             IF INQ-FROM-DATE IS NUMERIC
                 MOVE INQ-FROM-DATE TO WS-FROM-DATE
             ELSE
                 MOVE 0 TO WS-FROM-DATE
             END-IF.
             IF INQ-TO-DATE IS NUMERIC
                AND INQ-TO-DATE NOT = "00000000"
                 MOVE INQ-TO-DATE TO WS-TO-DATE
             ELSE
                 MOVE WS-AS-OF-DATE TO WS-TO-DATE
             END-IF.
             IF WS-FROM-DATE > WS-TO-DATE
                 DISPLAY "EMPHIST-INQ: FROM DATE " WS-FROM-DATE
                    " IS AFTER TO DATE " WS-TO-DATE
                 MOVE 16 TO RETURN-CODE
             END-IF.
           150-END.

           180-FIND-NEXT-EMPLOYEE.
      * POSITIONS ON THE FIRST IMAGE OF THE NEXT EMPLOYEE TO PRINT:
      * THE SELECTED ONE THE FIRST TIME, THEN (FOR ALL) THE NEXT
      * EMP-ID ABOVE THE ONE JUST PRINTED.
             MOVE "N" TO WS-HIST-EOF-SW.
             IF WS-EMP-COUNT = 0
                 MOVE WS-SEL-EMP-ID TO EH-EMP-ID
             ELSE
                 IF INQ-ALL AND WS-CUR-EMP-ID < 9999999
                     COMPUTE EH-EMP-ID = WS-CUR-EMP-ID + 1
                 ELSE
                     SET HIST-EOF TO TRUE
                 END-IF
             END-IF.
             IF NOT HIST-EOF
                 MOVE 0 TO EH-EFF-DATE
                 MOVE 0 TO EH-SEQ
                 PERFORM 190-START-AND-READ
             END-IF.
             IF NOT HIST-EOF AND NOT INQ-ALL
                AND EH-EMP-ID NOT = WS-SEL-EMP-ID
                 SET HIST-EOF TO TRUE
             END-IF.
             IF HIST-EOF
                 SET EMP-DONE TO TRUE
             ELSE
                 MOVE EH-EMP-ID TO WS-CUR-EMP-ID
             END-IF.
           180-END.

           190-START-AND-READ.
             START EMP-HIST KEY IS NOT LESS THAN EH-KEY
                 INVALID KEY
                     SET HIST-EOF TO TRUE
             END-START.
             IF NOT HIST-EOF
                 READ EMP-HIST NEXT RECORD
                  AT END SET HIST-EOF TO TRUE
                 END-READ
             END-IF.
           190-END.

           200-INQUIRE-EMPLOYEE.
             ADD 1 TO WS-EMP-COUNT.
             MOVE WS-CUR-EMP-ID TO WS-EH-EMP-ID.
             MOVE EH-LASTNAME TO WS-EH-LASTNAME.
             MOVE EH-FIRSTNAME TO WS-EH-FIRSTNAME.
             WRITE INQ-RPT-LINE FROM WS-RPT-BLANK.
             WRITE INQ-RPT-LINE FROM WS-RPT-EMP-HDG.

             PERFORM 300-PRINT-AS-OF.
             PERFORM 400-PRINT-TIMELINE.
             PERFORM 180-FIND-NEXT-EMPLOYEE.
           200-END.

           300-PRINT-AS-OF.
      * THE LAST IMAGE DATED ON OR BEFORE THE AS-OF DATE IS THE
      * EMPLOYEE AS THEY STOOD THAT DAY.
             MOVE "N" TO WS-AS-OF-FOUND-SW.
             MOVE "N" TO WS-HIST-EOF-SW.
             MOVE WS-CUR-EMP-ID TO EH-EMP-ID.
             MOVE 0 TO EH-EFF-DATE.
             MOVE 0 TO EH-SEQ.
             PERFORM 190-START-AND-READ.
             PERFORM 310-AS-OF-STEP UNTIL HIST-EOF.

             IF NOT AS-OF-FOUND
                 WRITE INQ-RPT-LINE FROM WS-RPT-NO-AS-OF
             ELSE
                 MOVE WS-AS-OF-REC TO EMP-HIST-REC
                 MOVE WS-AS-OF-DATE TO WS-A1-AS-OF
                 MOVE EH-EFF-DATE TO WS-A1-EFF-DATE
                 MOVE EH-SOURCE TO WS-A1-SOURCE
                 IF EH-DELETED
                     MOVE "DELETED FROM THE MASTER" TO WS-A1-NOTE
                 ELSE
                     MOVE SPACES TO WS-A1-NOTE
                 END-IF
                 WRITE INQ-RPT-LINE FROM WS-RPT-AS-OF-1
                 MOVE EH-PAY-TYPE TO WS-A2-PAY-TYPE
                 MOVE EH-HOURLYRATE TO WS-A2-RATE
                 MOVE EH-ANNUAL-SALARY TO WS-A2-SALARY
                 MOVE EH-DEPARTMENT TO WS-A2-DEPT
                 WRITE INQ-RPT-LINE FROM WS-RPT-AS-OF-2
                 MOVE EH-EMP-STATUS TO WS-A3-STATUS
                 MOVE EH-STATUS-EFF-DATE TO WS-A3-STAT-DATE
                 MOVE EH-UNION-GRADE TO WS-A3-GRADE
                 MOVE EH-UNION-STEP TO WS-A3-STEP
                 MOVE EH-WORK-STATE TO WS-A3-STATE
                 WRITE INQ-RPT-LINE FROM WS-RPT-AS-OF-3
             END-IF.
           300-END.

           310-AS-OF-STEP.
             IF EH-EMP-ID NOT = WS-CUR-EMP-ID
                OR EH-EFF-DATE > WS-AS-OF-DATE
                 SET HIST-EOF TO TRUE
             ELSE
                 SET AS-OF-FOUND TO TRUE
                 MOVE EMP-HIST-REC TO WS-AS-OF-REC
                 READ EMP-HIST NEXT RECORD
                  AT END SET HIST-EOF TO TRUE
                 END-READ
             END-IF.
           310-END.

           400-PRINT-TIMELINE.
             WRITE INQ-RPT-LINE FROM WS-RPT-TL-HDG.
             MOVE 0 TO WS-CHANGE-COUNT.
             MOVE "N" TO WS-HIST-EOF-SW.
             MOVE WS-CUR-EMP-ID TO EH-EMP-ID.
             MOVE WS-FROM-DATE TO EH-EFF-DATE.
             MOVE 0 TO EH-SEQ.
             PERFORM 190-START-AND-READ.
             PERFORM 410-TIMELINE-STEP UNTIL HIST-EOF.
             IF WS-CHANGE-COUNT = 0
                 WRITE INQ-RPT-LINE FROM WS-RPT-TL-NONE
             END-IF.
           400-END.

           410-TIMELINE-STEP.
             IF EH-EMP-ID NOT = WS-CUR-EMP-ID
                OR EH-EFF-DATE > WS-TO-DATE
                 SET HIST-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE EH-EFF-DATE TO WS-TL-DATE
                 EVALUATE TRUE
                     WHEN EH-LOADED
                         MOVE "LOADED" TO WS-TL-TYPE
                     WHEN EH-ADDED
                         MOVE "ADDED" TO WS-TL-TYPE
                     WHEN EH-DELETED
                         MOVE "DELETED" TO WS-TL-TYPE
                     WHEN OTHER
                         MOVE "CHANGED" TO WS-TL-TYPE
                 END-EVALUATE
                 MOVE EH-SOURCE TO WS-TL-SOURCE
                 PERFORM 420-SET-CHANGE-CODES
                 MOVE EH-PAY-TYPE TO WS-TL-PAY-TYPE
                 MOVE EH-HOURLYRATE TO WS-TL-RATE
                 MOVE EH-ANNUAL-SALARY TO WS-TL-SALARY
                 MOVE EH-DEPARTMENT TO WS-TL-DEPT
                 MOVE EH-EMP-STATUS TO WS-TL-STATUS
                 MOVE EH-STATUS-EFF-DATE TO WS-TL-STAT-DATE
                 MOVE EH-UNION-GRADE TO WS-TL-GRADE
                 MOVE EH-UNION-STEP TO WS-TL-STEP
                 MOVE EH-WORK-STATE TO WS-TL-STATE
                 WRITE INQ-RPT-LINE FROM WS-RPT-TL-DETAIL
                 READ EMP-HIST NEXT RECORD
                  AT END SET HIST-EOF TO TRUE
                 END-READ
             END-IF.
           410-END.

           420-SET-CHANGE-CODES.
             MOVE SPACES TO WS-TL-CHG-PAY, WS-TL-CHG-DEPT,
                WS-TL-CHG-STATUS, WS-TL-CHG-SCALE, WS-TL-CHG-STATE.
             IF EH-CHG-PAY = "*"
                 MOVE "P" TO WS-TL-CHG-PAY
             END-IF.
             IF EH-CHG-DEPT = "*"
                 MOVE "D" TO WS-TL-CHG-DEPT
             END-IF.
             IF EH-CHG-STATUS = "*"
                 MOVE "S" TO WS-TL-CHG-STATUS
             END-IF.
             IF EH-CHG-SCALE = "*"
                 MOVE "G" TO WS-TL-CHG-SCALE
             END-IF.
             IF EH-CHG-STATE = "*"
                 MOVE "W" TO WS-TL-CHG-STATE
             END-IF.
           420-END.

           9000-END-PROGRAM.
             DISPLAY "EMPHIST-INQ: EMPLOYEES PRINTED: " WS-EMP-COUNT.
             GOBACK.

       END PROGRAM EMPHIST-INQ.

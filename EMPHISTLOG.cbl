       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHISTLOG.
      * KEEPS THE EFFECTIVE-DATED EMPLOYEE HISTORY MASTER (EMPHIST)
      * FOR EVERY PROGRAM THAT UPDATES EMPFILE, SO THEY ALL DECIDE
      * THE SAME WAY WHAT COUNTS AS A CHANGE. THE CALLER OPENS THE
      * FILE ONCE, PASSES EACH EMPLOYEE RECORD AS IT GOES BACK TO
      * THE MASTER, AND CLOSES AT END OF RUN. A PASSED RECORD IS
      * COMPARED WITH THE EMPLOYEE'S LATEST HISTORY IMAGE AND A NEW
      * IMAGE IS WRITTEN ONLY WHEN PAY RATE OR SALARY, DEPARTMENT,
      * STATUS, WAGE-SCALE GRADE/STEP OR WORK STATE DIFFERS. AN
      * IMAGE IS NEVER DATED AHEAD OF THE LATEST ONE, SO KEY ORDER
      * IS ALWAYS THE ORDER THE CHANGES HAPPENED IN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMP-HIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPHIST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EH-KEY
             FILE STATUS IS EH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-HIST.
           COPY EMPHISTREC.

       WORKING-STORAGE SECTION.

       01 EH-FILE-STATUS       PIC X(2).

       01 WS-HIST-OPEN-SW      PIC X VALUE "N".
         88 HIST-OPEN VALUE "Y".
       01 WS-HIST-EOF-SW       PIC X VALUE "N".
         88 HIST-EOF VALUE "Y".
       01 WS-LATEST-FOUND-SW   PIC X VALUE "N".
         88 LATEST-FOUND VALUE "Y".

       01 WS-LATEST-REC        PIC X(130).
       01 WS-LATEST-EFF-DATE   PIC 9(8).
       01 WS-LATEST-SEQ        PIC 9(3).
       01 WS-NEW-EFF-DATE      PIC 9(8).
       01 WS-NEW-SEQ           PIC 9(3).
       01 WS-NEW-TYPE          PIC X.
       01 WS-NEW-STATUS        PIC X.

       01 WS-CHANGE-FLAGS.
         05 WS-CHG-PAY         PIC X.
         05 WS-CHG-DEPT        PIC X.
         05 WS-CHG-STATUS      PIC X.
         05 WS-CHG-SCALE       PIC X.
         05 WS-CHG-STATE       PIC X.

       01 WS-NOW-DATE          PIC 9(8).
       01 WS-NOW-TIME-RAW.
         05 WS-NOW-TIME-HMS    PIC 9(6).
         05 FILLER             PIC X(2).

       LINKAGE SECTION.
           COPY EMPHISTPARM.
           COPY EMPREC.

       PROCEDURE DIVISION USING EMPHIST-PARM, EMPDETAILS.

           100-DISPATCH.
             MOVE 0 TO EHP-RESULT.
             EVALUATE TRUE
                 WHEN EHP-OPEN
                     PERFORM 200-OPEN-HISTORY
                 WHEN EHP-RECORD OR EHP-DELETE OR EHP-SEED
                     IF HIST-OPEN
                         PERFORM 300-RECORD-IMAGE
                     ELSE
                         DISPLAY "EMPHISTLOG: EMPHIST NOT OPEN FOR "
                            EHP-PROGRAM-ID
                         MOVE 16 TO EHP-RESULT
                     END-IF
                 WHEN EHP-CLOSE
                     IF HIST-OPEN
                         CLOSE EMP-HIST
                         MOVE "N" TO WS-HIST-OPEN-SW
                     END-IF
                 WHEN OTHER
                     DISPLAY "EMPHISTLOG: INVALID FUNCTION CODE: "
                        EHP-FUNCTION
                     MOVE 16 TO EHP-RESULT
             END-EVALUATE.
             GOBACK.
           100-END.

           200-OPEN-HISTORY.
             OPEN I-O EMP-HIST
             IF EH-FILE-STATUS = "35"
                 OPEN OUTPUT EMP-HIST
                 CLOSE EMP-HIST
                 OPEN I-O EMP-HIST
             END-IF.
             IF EH-FILE-STATUS NOT = "00"
                 DISPLAY "EMPHISTLOG: ERROR OPENING EMPHIST, ",
                  "STATUS: " EH-FILE-STATUS
                 MOVE 16 TO EHP-RESULT
             ELSE
                 SET HIST-OPEN TO TRUE
             END-IF.
           200-END.

           300-RECORD-IMAGE.
             PERFORM 310-FIND-LATEST.
             MOVE SPACES TO WS-CHANGE-FLAGS.
             IF EMP-ACTIVE
                 MOVE "A" TO WS-NEW-STATUS
             ELSE
                 MOVE EMP-STATUS TO WS-NEW-STATUS
             END-IF.

             EVALUATE TRUE
                 WHEN EHP-SEED AND LATEST-FOUND
                     MOVE 4 TO EHP-RESULT
                 WHEN EHP-SEED
                     MOVE "L" TO WS-NEW-TYPE
                 WHEN EHP-DELETE
                     MOVE "D" TO WS-NEW-TYPE
                     MOVE "*" TO WS-CHG-STATUS
                 WHEN NOT LATEST-FOUND OR EH-DELETED
                     MOVE "A" TO WS-NEW-TYPE
                     MOVE ALL "*" TO WS-CHANGE-FLAGS
                 WHEN OTHER
                     MOVE "C" TO WS-NEW-TYPE
                     PERFORM 320-COMPARE-LATEST
                     IF WS-CHANGE-FLAGS = SPACES
                         MOVE 4 TO EHP-RESULT
                     END-IF
             END-EVALUATE.

             IF EHP-OK
                 PERFORM 330-WRITE-IMAGE
             END-IF.
           300-END.

           310-FIND-LATEST.
      * THE EMPLOYEE'S IMAGES ARE READ IN KEY ORDER AND THE LAST ONE
      * KEPT; THERE ARE ONLY EVER A HANDFUL PER EMPLOYEE.
             MOVE "N" TO WS-LATEST-FOUND-SW.
             MOVE "N" TO WS-HIST-EOF-SW.
             MOVE EMP-ID TO EH-EMP-ID.
             MOVE 0 TO EH-EFF-DATE.
             MOVE 0 TO EH-SEQ.
             START EMP-HIST KEY IS NOT LESS THAN EH-KEY
                 INVALID KEY
                     SET HIST-EOF TO TRUE
             END-START.
             IF NOT HIST-EOF
                 READ EMP-HIST NEXT RECORD
                  AT END SET HIST-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 315-FIND-LATEST-STEP UNTIL HIST-EOF.
             IF LATEST-FOUND
                 MOVE WS-LATEST-REC TO EMP-HIST-REC
                 MOVE EH-EFF-DATE TO WS-LATEST-EFF-DATE
                 MOVE EH-SEQ TO WS-LATEST-SEQ
             END-IF.
           310-END.

           315-FIND-LATEST-STEP.
             IF EH-EMP-ID NOT = EMP-ID
                 SET HIST-EOF TO TRUE
             ELSE
                 SET LATEST-FOUND TO TRUE
                 MOVE EMP-HIST-REC TO WS-LATEST-REC
                 READ EMP-HIST NEXT RECORD
                  AT END SET HIST-EOF TO TRUE
                 END-READ
             END-IF.
           315-END.

           320-COMPARE-LATEST.
             IF PAY-TYPE NOT = EH-PAY-TYPE
                OR HOURLYRATE NOT = EH-HOURLYRATE
                OR ANNUAL-SALARY NOT = EH-ANNUAL-SALARY
                 MOVE "*" TO WS-CHG-PAY
             END-IF.
             IF DEPARTMENT NOT = EH-DEPARTMENT
                 MOVE "*" TO WS-CHG-DEPT
             END-IF.
             IF WS-NEW-STATUS NOT = EH-EMP-STATUS
                OR STATUS-EFF-DATE NOT = EH-STATUS-EFF-DATE
                 MOVE "*" TO WS-CHG-STATUS
             END-IF.
             IF UNION-GRADE NOT = EH-UNION-GRADE
                OR UNION-STEP NOT = EH-UNION-STEP
                 MOVE "*" TO WS-CHG-SCALE
             END-IF.
             IF WORK-STATE NOT = EH-WORK-STATE
                 MOVE "*" TO WS-CHG-STATE
             END-IF.
           320-END.

           330-WRITE-IMAGE.
             IF LATEST-FOUND AND WS-LATEST-EFF-DATE >= EHP-EFF-DATE
                 MOVE WS-LATEST-EFF-DATE TO WS-NEW-EFF-DATE
                 COMPUTE WS-NEW-SEQ = WS-LATEST-SEQ + 1
             ELSE
                 MOVE EHP-EFF-DATE TO WS-NEW-EFF-DATE
                 MOVE 1 TO WS-NEW-SEQ
             END-IF.
             IF LATEST-FOUND AND WS-LATEST-SEQ = 999
                AND WS-NEW-EFF-DATE = WS-LATEST-EFF-DATE
                 DISPLAY "EMPHISTLOG: NO FREE SEQUENCE FOR EMP-ID "
                    EMP-ID " ON " WS-NEW-EFF-DATE
                 MOVE 16 TO EHP-RESULT
             ELSE
                 ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-NOW-TIME-RAW FROM TIME
                 MOVE SPACES TO EMP-HIST-REC
                 MOVE EMP-ID TO EH-EMP-ID
                 MOVE WS-NEW-EFF-DATE TO EH-EFF-DATE
                 MOVE WS-NEW-SEQ TO EH-SEQ
                 MOVE WS-NEW-TYPE TO EH-ENTRY-TYPE
                 MOVE EHP-PROGRAM-ID TO EH-SOURCE
                 MOVE WS-NOW-DATE TO EH-RECORDED-DATE
                 MOVE WS-NOW-TIME-HMS TO EH-RECORDED-TIME
                 MOVE WS-CHANGE-FLAGS TO EH-CHANGE-FLAGS
                 MOVE LASTNAME TO EH-LASTNAME
                 MOVE FIRSTNAME TO EH-FIRSTNAME
                 MOVE PAY-TYPE TO EH-PAY-TYPE
                 MOVE HOURLYRATE TO EH-HOURLYRATE
                 MOVE ANNUAL-SALARY TO EH-ANNUAL-SALARY
                 MOVE DEPARTMENT TO EH-DEPARTMENT
                 MOVE WS-NEW-STATUS TO EH-EMP-STATUS
                 MOVE STATUS-EFF-DATE TO EH-STATUS-EFF-DATE
                 MOVE UNION-GRADE TO EH-UNION-GRADE
                 MOVE UNION-STEP TO EH-UNION-STEP
                 MOVE WORK-STATE TO EH-WORK-STATE
                 WRITE EMP-HIST-REC
                     INVALID KEY
                         DISPLAY "EMPHISTLOG: ERROR WRITING EMPHIST "
                            "FOR EMP-ID " EMP-ID ", STATUS: "
                            EH-FILE-STATUS
                         MOVE 16 TO EHP-RESULT
                 END-WRITE
             END-IF.
           330-END.

       END PROGRAM EMPHISTLOG.

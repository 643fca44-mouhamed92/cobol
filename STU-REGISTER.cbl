       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-REGISTER.
      * TERM REGISTRATION RUN. APPLIES ENROLL (E) AND DROP (D)
      * CARDS FROM REGTRN AGAINST THE SECTIONS SET UP BY CRS-MAINT
      * AND KEEPS ONE ENROLL RECORD PER STUDENT PER COURSE PER TERM.
      * AN ENROLL IS REFUSED FOR A STUDENT NOT ON STUDENTS.DAT, ON
      * PAST-DUE HOLD, OR MISSING A PREREQUISITE - A PREREQUISITE
      * IS MET BY A PASSING GRADE FOR THAT COURSE IN GRADES.DAT.
      * A STUDENT IS SEATED WHILE THE SECTION HAS ROOM AND NOBODY
      * IS WAITING, OTHERWISE WAITLISTED IN ARRIVAL ORDER. A DROP
      * FROM A SEATED PLACE MOVES THE LONGEST-WAITING STUDENT UP,
      * AND AT END OF RUN EVERY SECTION OF THE TERMS ON THE CARDS
      * IS SWEPT THE SAME WAY (CAPACITY RAISED BY CRS-MAINT) AND
      * ITS CLASS ROSTER PRINTS TO STUROSTER. FINALLY GRADES.DAT
      * IS REBUILT SO IT CARRIES ONE UNGRADED (BLANK GRADE) ENTRY
      * FOR EVERY SEATED REGISTRATION IN THOSE TERMS, READY FOR
      * GRADES TO BE POSTED; A DROPPED COURSE LOSES ITS ENTRY.
      * EACH CARD CARRIES THE OPERATOR SUBMITTING IT, WHO MUST HOLD
      * AN OPERAUTH GRANT FOR STU-REGISTER AND THAT ACTION (SEE
      * OPRAUTH).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REG-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/REGTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT STU-AR ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUAR"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SA-STU-ID
             FILE STATUS IS SAR-FILE-STATUS.

            SELECT COURSES ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/COURSES"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CRS-CODE
             FILE STATUS IS CRS-FILE-STATUS.

            SELECT SECTIONS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/SECTIONS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SEC-KEY
             FILE STATUS IS SEC-FILE-STATUS.

            SELECT ENROLL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ENROLL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ENR-KEY
             ALTERNATE RECORD KEY IS ENR-SECTION-KEY WITH DUPLICATES
             FILE STATUS IS ENR-FILE-STATUS.

            SELECT GRADES-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRADES.DAT"
             FILE STATUS IS GRADES-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRADES-UPD ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRADES.UPD"
             FILE STATUS IS GUPD-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REG-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/REGRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ROSTER-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUROSTER"
             FILE STATUS IS ROS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-TRANS.
       01 REG-TRANS-REC.
         05 RG-ACTION           PIC X.
           88 RG-ENROLL         VALUE "E".
           88 RG-DROP           VALUE "D".
         05 RG-STU-ID           PIC 9(7).
         05 RG-TERM             PIC X(5).
         05 RG-COURSE           PIC X(6).
         05 RG-SECTION          PIC X(3).
         05 RG-OPERATOR         PIC X(8).

       FD STUDENTSFILE.
           COPY STUREC.

       FD STU-AR.
           COPY STUARREC.

       FD COURSES.
           COPY CRSREC.

       FD SECTIONS.
           COPY SECTREC.

       FD ENROLL.
           COPY ENROLLREC.

       FD GRADES-FILE.
       01 GRADES-REC.
         05 GR-STU-ID           PIC 9(7).
         05 GR-TERM             PIC X(5).
         05 GR-COURSE           PIC X(6).
         05 GR-CREDIT-HOURS     PIC 9(2).
         05 GR-GRADE            PIC X(2).

       FD GRADES-UPD.
       01 GRADES-UPD-REC.
         05 GU-STU-ID           PIC 9(7).
         05 GU-TERM             PIC X(5).
         05 GU-COURSE           PIC X(6).
         05 GU-CREDIT-HOURS     PIC 9(2).
         05 GU-GRADE            PIC X(2).

       FD REG-RPT.
       01 REG-RPT-LINE          PIC X(80).

       FD ROSTER-RPT.
       01 ROSTER-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

           COPY GRADEPTS.

       01 TRANS-FILE-STATUS    PIC X(2).
       01 STU-FILE-STATUS      PIC X(2).
       01 SAR-FILE-STATUS      PIC X(2).
       01 CRS-FILE-STATUS      PIC X(2).
       01 SEC-FILE-STATUS      PIC X(2).
       01 ENR-FILE-STATUS      PIC X(2).
       01 GRADES-FILE-STATUS   PIC X(2).
       01 GUPD-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
       01 ROS-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-GR-EOF-SW         PIC X VALUE "N".
         88 GR-EOF VALUE "Y".
       01 WS-SEC-DONE-SW       PIC X VALUE "N".
         88 SECTIONS-DONE VALUE "Y".
       01 WS-ENR-DONE-SW       PIC X VALUE "N".
         88 ENROLL-DONE VALUE "Y".
       01 WS-NO-WAITER-SW      PIC X VALUE "N".
         88 NO-WAITER VALUE "Y".
       01 WS-PRIOR-REG-SW      PIC X VALUE "N".
         88 PRIOR-DROPPED-REG VALUE "Y".
       01 WS-OPER-DENIED-SW    PIC X VALUE "N".
         88 OPERATOR-DENIED VALUE "Y".

       01 WS-TRN-OPEN-SW       PIC X VALUE "N".
         88 TRANS-OPEN VALUE "Y".
       01 WS-STU-OPEN-SW       PIC X VALUE "N".
         88 STUDENTS-OPEN VALUE "Y".
       01 WS-CRS-OPEN-SW       PIC X VALUE "N".
         88 COURSES-OPEN VALUE "Y".
       01 WS-SEC-OPEN-SW       PIC X VALUE "N".
         88 SECTIONS-OPEN VALUE "Y".
       01 WS-ENR-OPEN-SW       PIC X VALUE "N".
         88 ENROLL-OPEN VALUE "Y".

      * A STUDENT ON PAST-DUE HOLD (SET BY TUIT-PAYMENT ON THE
      * RECEIVABLES MASTER) CANNOT REGISTER UNTIL THE BALANCE
      * CLEARS. NO RECEIVABLES MASTER MEANS NO HOLDS.
       01 WS-SAR-PRESENT-SW    PIC X VALUE "N".
         88 STU-AR-PRESENT VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8) VALUE 0.

       01 WS-TRANS-READ        PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT        PIC 9(5) VALUE 0.
       01 WS-WAITLIST-COUNT    PIC 9(5) VALUE 0.
       01 WS-PROMOTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNGRADED-COUNT    PIC 9(7) VALUE 0.

      * COURSES EACH STUDENT HAS PASSED (ANY GRADE ON THE SCALE
      * WORTH MORE THAN ZERO POINTS), FOR THE PREREQUISITE CHECK.
       01 WS-PASSED-MAX        PIC 9(5) VALUE 10000.
       01 WS-PASSED-COUNT      PIC 9(5) VALUE 0.
       01 WS-PASSED-IDX        PIC 9(5).
       01 WS-PASSED-SW         PIC X VALUE "N".
         88 PREREQ-PASSED VALUE "Y".
       01 WS-PASSED-TABLE.
         05 WS-PASSED-ENTRY OCCURS 10000 TIMES.
           10 WS-PS-STU-ID     PIC 9(7).
           10 WS-PS-COURSE     PIC X(6).

      * TERMS NAMED ON THE CARDS; THESE ARE SWEPT, ROSTERED AND
      * CARRIED ONTO GRADES.DAT AT END OF RUN.
       01 WS-TERM-MAX          PIC 9(2) VALUE 10.
       01 WS-TERM-COUNT        PIC 9(2) VALUE 0.
       01 WS-TERM-IDX          PIC 9(2).
       01 WS-TERM-SW           PIC X VALUE "N".
         88 RUN-TERM-FOUND VALUE "Y".
       01 WS-CHECK-TERM        PIC X(5).
       01 WS-TERM-TABLE.
         05 WS-RUN-TERM OCCURS 10 TIMES PIC X(5).

      * COURSES ALREADY GRADED IN THE RUN TERMS; THESE KEEP THEIR
      * GRADE AND ARE NOT GIVEN A NEW UNGRADED ENTRY.
       01 WS-GRADED-MAX        PIC 9(4) VALUE 5000.
       01 WS-GRADED-COUNT      PIC 9(4) VALUE 0.
       01 WS-GRADED-IDX        PIC 9(4).
       01 WS-GRADED-SW         PIC X VALUE "N".
         88 ALREADY-GRADED VALUE "Y".
       01 WS-GRADED-TABLE.
         05 WS-GRADED-ENTRY OCCURS 5000 TIMES.
           10 WS-GD-STU-ID     PIC 9(7).
           10 WS-GD-TERM       PIC X(5).
           10 WS-GD-COURSE     PIC X(6).

       01 WS-PRQ-IDX           PIC 9.
       01 WS-PRIOR-STATUS      PIC X.
       01 WS-BEST-WAIT-SEQ     PIC 9(5).
       01 WS-BEST-ENR-KEY      PIC X(18).

       01 WS-NEW-GRADES-NAME   PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/GRADES.UPD".
       01 WS-GRADES-NAME       PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/GRADES.DAT".
       01 WS-COPY-RESULT       PIC S9(9) COMP-5.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "STU-REGISTER REGISTRATION REGISTER".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-STU-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-TERM        PIC X(5).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-COURSE      PIC X(6).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-SECTION     PIC X(3).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(53) VALUE SPACES.

       01 WS-ROS-TITLE.
         05 FILLER             PIC X(40) VALUE
            "CLASS ROSTERS".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-ROS-SEC-LINE.
         05 FILLER             PIC X(6) VALUE "TERM: ".
         05 WS-ROS-TERM        PIC X(5).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ROS-COURSE      PIC X(6).
         05 FILLER             PIC X VALUE "-".
         05 WS-ROS-SEC-NO      PIC X(3).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ROS-TITLE-TXT   PIC X(30).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ROS-INSTRUCTOR  PIC X(20).
         05 FILLER             PIC X(3) VALUE SPACES.

       01 WS-ROS-SEAT-LINE.
         05 FILLER             PIC X(12) VALUE "  CAPACITY: ".
         05 WS-ROS-CAPACITY    PIC ZZ9.
         05 FILLER             PIC X(12) VALUE "  ENROLLED: ".
         05 WS-ROS-ENROLLED    PIC ZZ9.
         05 FILLER             PIC X(14) VALUE "  WAITLISTED: ".
         05 WS-ROS-WAITLISTED  PIC ZZ9.
         05 FILLER             PIC X(10) VALUE "  STATUS: ".
         05 WS-ROS-STATUS      PIC X.
         05 FILLER             PIC X(22) VALUE SPACES.

       01 WS-ROS-DETAIL.
         05 FILLER             PIC X(4) VALUE SPACES.
         05 WS-ROS-STU-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ROS-LASTNAME    PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-ROS-FIRSTNAME   PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ROS-ENR-STATUS  PIC X(10).
         05 WS-ROS-WAIT-SEQ    PIC ZZZZ9.
         05 FILLER             PIC X(29) VALUE SPACES.

       01 WS-ROS-NONE-LINE.
         05 FILLER             PIC X(40) VALUE
            "    NO STUDENTS REGISTERED".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-ROS-BLANK         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN OUTPUT REG-RPT
             WRITE REG-RPT-LINE FROM WS-RPT-HEADING.

             OPEN INPUT REG-TRANS
             EVALUATE TRANS-FILE-STATUS
                 WHEN "00"
                     SET TRANS-OPEN TO TRUE
                 WHEN "35"
                     DISPLAY "STU-REGISTER: NO REGISTRATION CARDS"
                     GO TO 9000-END-PROGRAM
                 WHEN OTHER
                     DISPLAY "STU-REGISTER: ERROR OPENING REGTRN, ",
                      "STATUS: " TRANS-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

             OPEN INPUT STU-AR
             IF SAR-FILE-STATUS = "00"
                 SET STU-AR-PRESENT TO TRUE
             END-IF.

             MOVE "STU-REGISTER" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "STU-REGISTER: ERROR OPENING STUDENTS.DAT, ",
                  "STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             SET STUDENTS-OPEN TO TRUE.

             OPEN INPUT COURSES
             IF CRS-FILE-STATUS NOT = "00"
                 DISPLAY "STU-REGISTER: ERROR OPENING COURSES, ",
                  "STATUS: " CRS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             SET COURSES-OPEN TO TRUE.

             OPEN I-O SECTIONS
             IF SEC-FILE-STATUS NOT = "00"
                 DISPLAY "STU-REGISTER: ERROR OPENING SECTIONS, ",
                  "STATUS: " SEC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             SET SECTIONS-OPEN TO TRUE.

      * THE ENROLL FILE IS CREATED BY THE FIRST REGISTRATION RUN.
             OPEN I-O ENROLL
             IF ENR-FILE-STATUS = "35"
                 OPEN OUTPUT ENROLL
                 CLOSE ENROLL
                 OPEN I-O ENROLL
             END-IF.
             IF ENR-FILE-STATUS NOT = "00"
                 DISPLAY "STU-REGISTER: ERROR OPENING ENROLL, ",
                  "STATUS: " ENR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             SET ENROLL-OPEN TO TRUE.

             PERFORM 150-LOAD-PASSED-COURSES.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             READ REG-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
             PERFORM 200-APPLY-ONE-TRANS UNTIL TRANS-EOF.

             OPEN OUTPUT ROSTER-RPT
             WRITE ROSTER-LINE FROM WS-ROS-TITLE.
             MOVE 1 TO WS-TERM-IDX.
             PERFORM 700-SWEEP-TERM UNTIL WS-TERM-IDX > WS-TERM-COUNT.
             CLOSE ROSTER-RPT.

             IF RETURN-CODE = 0 AND WS-TERM-COUNT > 0
                 PERFORM 800-POST-UNGRADED
             END-IF.

             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-PASSED-COURSES.
      * NO GRADES.DAT MEANS NOBODY HAS PASSED ANYTHING YET.
             OPEN INPUT GRADES-FILE
             EVALUATE GRADES-FILE-STATUS
                 WHEN "00"
                     MOVE "N" TO WS-GR-EOF-SW
                     READ GRADES-FILE
                      AT END SET GR-EOF TO TRUE
                     END-READ
                     PERFORM 160-LOAD-PASSED-STEP UNTIL GR-EOF
                     CLOSE GRADES-FILE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "STU-REGISTER: ERROR OPENING ",
                      "GRADES.DAT, STATUS: " GRADES-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           150-END.

           160-LOAD-PASSED-STEP.
             MOVE "N" TO WS-GRADE-PT-SW.
             MOVE 1 TO WS-GRADE-PT-IDX.
             PERFORM 170-FIND-GRADE-STEP
                 UNTIL GRADE-PT-FOUND
                    OR WS-GRADE-PT-IDX > WS-GRADE-PT-COUNT.

             IF GRADE-PT-FOUND
                AND WS-GPT-POINTS(WS-GRADE-PT-IDX) > 0
                 IF WS-PASSED-COUNT >= WS-PASSED-MAX
                     DISPLAY "STU-REGISTER: ERROR, PASSED COURSE "
                        "TABLE FULL AT " WS-PASSED-MAX
                     MOVE 16 TO RETURN-CODE
                     SET GR-EOF TO TRUE
                 ELSE
                     ADD 1 TO WS-PASSED-COUNT
                     MOVE GR-STU-ID TO WS-PS-STU-ID(WS-PASSED-COUNT)
                     MOVE GR-COURSE TO WS-PS-COURSE(WS-PASSED-COUNT)
                 END-IF
             END-IF.

             IF NOT GR-EOF
                 READ GRADES-FILE
                  AT END SET GR-EOF TO TRUE
                 END-READ
             END-IF.
           160-END.

           170-FIND-GRADE-STEP.
             IF WS-GPT-LETTER(WS-GRADE-PT-IDX) = GR-GRADE
                 SET GRADE-PT-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-GRADE-PT-IDX
             END-IF.
           170-END.

           200-APPLY-ONE-TRANS.
             ADD 1 TO WS-TRANS-READ.
             MOVE RG-ACTION TO WS-RPT-ACTION.
             MOVE RG-STU-ID TO WS-RPT-STU-ID.
             MOVE RG-TERM TO WS-RPT-TERM.
             MOVE RG-COURSE TO WS-RPT-COURSE.
             MOVE RG-SECTION TO WS-RPT-SECTION.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-CARD.

             MOVE "N" TO WS-OPER-DENIED-SW.
             IF WS-RPT-REASON = SPACES
                 PERFORM 280-CHECK-OPERATOR
                 IF OPERATOR-DENIED
                     MOVE "OPERATOR NOT AUTHORIZED" TO WS-RPT-REASON
                 END-IF
             END-IF.

             IF WS-RPT-REASON = SPACES
                 PERFORM 260-NOTE-RUN-TERM
             END-IF.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN RG-ENROLL
                     PERFORM 300-ENROLL-STUDENT
                 WHEN RG-DROP
                     PERFORM 500-DROP-STUDENT
             END-EVALUATE.

             READ REG-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-CARD.
             EVALUATE TRUE
                 WHEN NOT RG-ENROLL AND NOT RG-DROP
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN RG-STU-ID NOT NUMERIC
                     MOVE "STUDENT ID NOT NUMERIC" TO WS-RPT-REASON
                 WHEN RG-TERM = SPACES
                     MOVE "TERM MISSING" TO WS-RPT-REASON
                 WHEN RG-COURSE = SPACES
                     MOVE "COURSE CODE MISSING" TO WS-RPT-REASON
                 WHEN RG-ENROLL AND RG-SECTION = SPACES
                     MOVE "SECTION NUMBER MISSING" TO WS-RPT-REASON
             END-EVALUATE.
           250-END.

           260-NOTE-RUN-TERM.
             MOVE RG-TERM TO WS-CHECK-TERM.
             PERFORM 270-FIND-RUN-TERM.
             IF NOT RUN-TERM-FOUND
                 IF WS-TERM-COUNT >= WS-TERM-MAX
                     MOVE "TOO MANY TERMS IN ONE RUN" TO
                        WS-RPT-REASON
                 ELSE
                     ADD 1 TO WS-TERM-COUNT
                     MOVE RG-TERM TO WS-RUN-TERM(WS-TERM-COUNT)
                 END-IF
             END-IF.
           260-END.

           270-FIND-RUN-TERM.
             MOVE "N" TO WS-TERM-SW.
             MOVE 1 TO WS-TERM-IDX.
             PERFORM 275-FIND-RUN-TERM-STEP
                 UNTIL RUN-TERM-FOUND OR WS-TERM-IDX > WS-TERM-COUNT.
           270-END.

           275-FIND-RUN-TERM-STEP.
             IF WS-RUN-TERM(WS-TERM-IDX) = WS-CHECK-TERM
                 SET RUN-TERM-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-TERM-IDX
             END-IF.
           275-END.

           280-CHECK-OPERATOR.
             MOVE "K" TO OAP-FUNCTION.
             MOVE RG-OPERATOR TO OAP-OPERATOR.
             MOVE RG-ACTION TO OAP-TRAN-TYPE.
             MOVE SPACES TO OAP-DETAIL.
             STRING "REG " DELIMITED BY SIZE
                    RG-STU-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RG-COURSE DELIMITED BY SIZE
                 INTO OAP-DETAIL
             END-STRING.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 SET OPERATOR-DENIED TO TRUE
             END-IF.
           280-END.

           300-ENROLL-STUDENT.
             PERFORM 310-CHECK-STUDENT.
             IF WS-RPT-REASON = SPACES
                 PERFORM 320-CHECK-COURSE
             END-IF.
             IF WS-RPT-REASON = SPACES
                 PERFORM 330-CHECK-SECTION
             END-IF.
             IF WS-RPT-REASON = SPACES
                 MOVE 1 TO WS-PRQ-IDX
                 PERFORM 340-CHECK-PREREQ-STEP
                     UNTIL WS-PRQ-IDX > 3
                        OR WS-RPT-REASON NOT = SPACES
             END-IF.
             IF WS-RPT-REASON = SPACES
                 PERFORM 350-CHECK-PRIOR-REG
             END-IF.

             IF WS-RPT-REASON = SPACES
                 PERFORM 360-RECORD-ENROLLMENT
             ELSE
                 PERFORM 420-WRITE-REJECTED
             END-IF.
           300-END.

           310-CHECK-STUDENT.
             MOVE RG-STU-ID TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     MOVE "STUDENT NOT ON FILE" TO WS-RPT-REASON
             END-READ.

             IF WS-RPT-REASON = SPACES AND STU-AR-PRESENT
                 MOVE RG-STU-ID TO SA-STU-ID
                 READ STU-AR
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF SA-ON-HOLD
                             ADD 1 TO WS-HELD-COUNT
                             MOVE "STUDENT ON PAST-DUE HOLD" TO
                                WS-RPT-REASON
                         END-IF
                 END-READ
             END-IF.
           310-END.

           320-CHECK-COURSE.
             MOVE RG-COURSE TO CRS-CODE.
             READ COURSES
                 INVALID KEY
                     MOVE "COURSE NOT IN CATALOG" TO WS-RPT-REASON
                 NOT INVALID KEY
                     IF CRS-INACTIVE
                         MOVE "COURSE IS RETIRED" TO WS-RPT-REASON
                     END-IF
             END-READ.
           320-END.

           330-CHECK-SECTION.
             MOVE RG-TERM TO SEC-TERM.
             MOVE RG-COURSE TO SEC-COURSE.
             MOVE RG-SECTION TO SEC-NO.
             READ SECTIONS
                 INVALID KEY
                     MOVE "SECTION NOT ON FILE" TO WS-RPT-REASON
                 NOT INVALID KEY
                     IF SEC-CLOSED
                         MOVE "SECTION IS CLOSED" TO WS-RPT-REASON
                     END-IF
             END-READ.
           330-END.

           340-CHECK-PREREQ-STEP.
             IF CRS-PREREQ(WS-PRQ-IDX) NOT = SPACES
                 MOVE "N" TO WS-PASSED-SW
                 MOVE 1 TO WS-PASSED-IDX
                 PERFORM 345-FIND-PASSED-STEP
                     UNTIL PREREQ-PASSED
                        OR WS-PASSED-IDX > WS-PASSED-COUNT
                 IF NOT PREREQ-PASSED
                     STRING "MISSING PREREQUISITE "
                            DELIMITED BY SIZE
                            CRS-PREREQ(WS-PRQ-IDX)
                            DELIMITED BY SIZE
                         INTO WS-RPT-REASON
                     END-STRING
                 END-IF
             END-IF.
             ADD 1 TO WS-PRQ-IDX.
           340-END.

           345-FIND-PASSED-STEP.
             IF WS-PS-STU-ID(WS-PASSED-IDX) = RG-STU-ID
                AND WS-PS-COURSE(WS-PASSED-IDX) =
                    CRS-PREREQ(WS-PRQ-IDX)
                 SET PREREQ-PASSED TO TRUE
             ELSE
                 ADD 1 TO WS-PASSED-IDX
             END-IF.
           345-END.

           350-CHECK-PRIOR-REG.
      * ONE REGISTRATION PER COURSE PER TERM; A DROPPED ONE IS
      * PICKED UP AGAIN RATHER THAN WRITTEN TWICE.
             MOVE "N" TO WS-PRIOR-REG-SW.
             MOVE RG-TERM TO ENR-TERM.
             MOVE RG-STU-ID TO ENR-STU-ID.
             MOVE RG-COURSE TO ENR-COURSE.
             READ ENROLL KEY IS ENR-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF ENR-DROPPED
                         SET PRIOR-DROPPED-REG TO TRUE
                     ELSE
                         MOVE "ALREADY REGISTERED IN COURSE" TO
                            WS-RPT-REASON
                     END-IF
             END-READ.
           350-END.

           360-RECORD-ENROLLMENT.
             MOVE RG-TERM TO ENR-TERM.
             MOVE RG-STU-ID TO ENR-STU-ID.
             MOVE RG-COURSE TO ENR-COURSE.
             MOVE SEC-KEY TO ENR-SECTION-KEY.
             MOVE CRS-CREDIT-HOURS TO ENR-CREDIT-HOURS.
             MOVE WS-RUN-DATE TO ENR-REG-DATE.
             MOVE WS-RUN-DATE TO ENR-STATUS-DATE.

      * NOBODY JUMPS THE WAITLIST: WITH STUDENTS ALREADY WAITING,
      * A NEW REGISTRATION QUEUES BEHIND THEM EVEN IF A SEAT HAS
      * OPENED, AND THE END-OF-RUN SWEEP SEATS THEM IN ORDER.
             IF SEC-ENROLLED < SEC-CAPACITY AND SEC-WAITLISTED = 0
                 MOVE "E" TO ENR-STATUS
                 MOVE 0 TO ENR-WAIT-SEQ
                 ADD 1 TO SEC-ENROLLED
                 MOVE "ENROLLED" TO WS-RPT-REASON
             ELSE
                 MOVE "W" TO ENR-STATUS
                 ADD 1 TO SEC-NEXT-WAIT-SEQ
                 MOVE SEC-NEXT-WAIT-SEQ TO ENR-WAIT-SEQ
                 ADD 1 TO SEC-WAITLISTED
                 ADD 1 TO WS-WAITLIST-COUNT
                 MOVE "SECTION FULL, WAITLISTED" TO WS-RPT-REASON
             END-IF.

             IF PRIOR-DROPPED-REG
                 PERFORM 370-REWRITE-ENROLL
             ELSE
                 PERFORM 375-WRITE-ENROLL
             END-IF.
             PERFORM 380-REWRITE-SECTION.
             PERFORM 410-WRITE-APPLIED.
           360-END.

           370-REWRITE-ENROLL.
             REWRITE ENROLL-REC
                 INVALID KEY
                     DISPLAY "STU-REGISTER: ERROR REWRITING ENROLL "
                        ENR-KEY ", STATUS: " ENR-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-REWRITE.
           370-END.

           375-WRITE-ENROLL.
             WRITE ENROLL-REC
                 INVALID KEY
                     DISPLAY "STU-REGISTER: ERROR WRITING ENROLL "
                        ENR-KEY ", STATUS: " ENR-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-WRITE.
           375-END.

           380-REWRITE-SECTION.
             REWRITE SECTION-REC
                 INVALID KEY
                     DISPLAY "STU-REGISTER: ERROR REWRITING SECTION "
                        SEC-KEY ", STATUS: " SEC-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-REWRITE.
           380-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE REG-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE REG-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           500-DROP-STUDENT.
             MOVE RG-TERM TO ENR-TERM.
             MOVE RG-STU-ID TO ENR-STU-ID.
             MOVE RG-COURSE TO ENR-COURSE.
             READ ENROLL KEY IS ENR-KEY
                 INVALID KEY
                     MOVE "NOT REGISTERED IN COURSE" TO WS-RPT-REASON
                 NOT INVALID KEY
                     IF ENR-DROPPED
                         MOVE "NOT REGISTERED IN COURSE" TO
                            WS-RPT-REASON
                     END-IF
             END-READ.

             IF WS-RPT-REASON = SPACES
                 MOVE ENR-SECTION-KEY TO SEC-KEY
                 READ SECTIONS
                     INVALID KEY
                         MOVE "SECTION NOT ON FILE" TO WS-RPT-REASON
                 END-READ
             END-IF.

             IF WS-RPT-REASON = SPACES
                 PERFORM 510-APPLY-DROP
             ELSE
                 PERFORM 420-WRITE-REJECTED
             END-IF.
           500-END.

           510-APPLY-DROP.
             MOVE ENR-STATUS TO WS-PRIOR-STATUS.
             MOVE ENR-SEC-NO TO WS-RPT-SECTION.
             MOVE "D" TO ENR-STATUS.
             MOVE 0 TO ENR-WAIT-SEQ.
             MOVE WS-RUN-DATE TO ENR-STATUS-DATE.
             PERFORM 370-REWRITE-ENROLL.

             IF WS-PRIOR-STATUS = "E"
                 SUBTRACT 1 FROM SEC-ENROLLED
                 MOVE "DROPPED" TO WS-RPT-REASON
             ELSE
                 SUBTRACT 1 FROM SEC-WAITLISTED
                 MOVE "DROPPED FROM WAITLIST" TO WS-RPT-REASON
             END-IF.
             PERFORM 380-REWRITE-SECTION.
             PERFORM 410-WRITE-APPLIED.

             IF WS-PRIOR-STATUS = "E"
                 PERFORM 600-FILL-OPEN-SEATS
             END-IF.
           510-END.

           600-FILL-OPEN-SEATS.
      * SECTION-REC HOLDS THE SECTION; WAITING STUDENTS ARE SEATED
      * IN WAITLIST SEQUENCE UNTIL THE SEATS OR THE WAITLIST RUN
      * OUT.
             MOVE "N" TO WS-NO-WAITER-SW.
             PERFORM 610-PROMOTE-ONE
                 UNTIL SEC-ENROLLED NOT < SEC-CAPACITY
                    OR SEC-WAITLISTED = 0
                    OR NO-WAITER.
           600-END.

           610-PROMOTE-ONE.
             MOVE 99999 TO WS-BEST-WAIT-SEQ.
             MOVE SPACES TO WS-BEST-ENR-KEY.
             MOVE "N" TO WS-ENR-DONE-SW.
             MOVE SEC-KEY TO ENR-SECTION-KEY.
             START ENROLL KEY IS EQUAL TO ENR-SECTION-KEY
                 INVALID KEY
                     SET ENROLL-DONE TO TRUE
             END-START.
             PERFORM 620-FIND-WAITER-STEP UNTIL ENROLL-DONE.

             IF WS-BEST-ENR-KEY = SPACES
                 SET NO-WAITER TO TRUE
             ELSE
                 MOVE WS-BEST-ENR-KEY TO ENR-KEY
                 READ ENROLL KEY IS ENR-KEY
                     INVALID KEY
                         SET NO-WAITER TO TRUE
                 END-READ
             END-IF.

             IF NOT NO-WAITER
                 PERFORM 630-SEAT-WAITER
             END-IF.
           610-END.

           620-FIND-WAITER-STEP.
             READ ENROLL NEXT RECORD
                 AT END
                     SET ENROLL-DONE TO TRUE
                 NOT AT END
                     IF ENR-SECTION-KEY NOT = SEC-KEY
                         SET ENROLL-DONE TO TRUE
                     ELSE
                         IF ENR-WAITLISTED
                            AND ENR-WAIT-SEQ < WS-BEST-WAIT-SEQ
                             MOVE ENR-WAIT-SEQ TO WS-BEST-WAIT-SEQ
                             MOVE ENR-KEY TO WS-BEST-ENR-KEY
                         END-IF
                     END-IF
             END-READ.
           620-END.

           630-SEAT-WAITER.
             MOVE "E" TO ENR-STATUS.
             MOVE 0 TO ENR-WAIT-SEQ.
             MOVE WS-RUN-DATE TO ENR-STATUS-DATE.
             PERFORM 370-REWRITE-ENROLL.
             ADD 1 TO SEC-ENROLLED.
             SUBTRACT 1 FROM SEC-WAITLISTED.
             PERFORM 380-REWRITE-SECTION.

             ADD 1 TO WS-PROMOTED-COUNT.
             MOVE "P" TO WS-RPT-ACTION.
             MOVE ENR-STU-ID TO WS-RPT-STU-ID.
             MOVE ENR-TERM TO WS-RPT-TERM.
             MOVE ENR-COURSE TO WS-RPT-COURSE.
             MOVE ENR-SEC-NO TO WS-RPT-SECTION.
             MOVE "PROMOTED" TO WS-RPT-RESULT.
             MOVE "SEATED FROM WAITLIST" TO WS-RPT-REASON.
             WRITE REG-RPT-LINE FROM WS-RPT-DETAIL.
           630-END.

           700-SWEEP-TERM.
             MOVE "N" TO WS-SEC-DONE-SW.
             MOVE WS-RUN-TERM(WS-TERM-IDX) TO SEC-TERM.
             MOVE LOW-VALUES TO SEC-COURSE.
             MOVE LOW-VALUES TO SEC-NO.
             START SECTIONS KEY IS NOT LESS THAN SEC-KEY
                 INVALID KEY
                     SET SECTIONS-DONE TO TRUE
             END-START.
             PERFORM 710-SWEEP-SECTION-STEP UNTIL SECTIONS-DONE.
             ADD 1 TO WS-TERM-IDX.
           700-END.

           710-SWEEP-SECTION-STEP.
             READ SECTIONS NEXT RECORD
                 AT END
                     SET SECTIONS-DONE TO TRUE
             END-READ.
             IF NOT SECTIONS-DONE
                 IF SEC-TERM NOT = WS-RUN-TERM(WS-TERM-IDX)
                     SET SECTIONS-DONE TO TRUE
                 ELSE
                     ADD 1 TO WS-SECTION-COUNT
                     PERFORM 600-FILL-OPEN-SEATS
                     PERFORM 720-PRINT-ROSTER
                 END-IF
             END-IF.
           710-END.

           720-PRINT-ROSTER.
             MOVE SEC-COURSE TO CRS-CODE.
             MOVE SPACES TO WS-ROS-TITLE-TXT.
             READ COURSES
                 INVALID KEY
                     MOVE "** NOT IN CATALOG **" TO WS-ROS-TITLE-TXT
                 NOT INVALID KEY
                     MOVE CRS-TITLE TO WS-ROS-TITLE-TXT
             END-READ.

             MOVE SEC-TERM TO WS-ROS-TERM.
             MOVE SEC-COURSE TO WS-ROS-COURSE.
             MOVE SEC-NO TO WS-ROS-SEC-NO.
             MOVE SEC-INSTRUCTOR TO WS-ROS-INSTRUCTOR.
             MOVE SEC-CAPACITY TO WS-ROS-CAPACITY.
             MOVE SEC-ENROLLED TO WS-ROS-ENROLLED.
             MOVE SEC-WAITLISTED TO WS-ROS-WAITLISTED.
             MOVE SEC-STATUS TO WS-ROS-STATUS.
             WRITE ROSTER-LINE FROM WS-ROS-BLANK.
             WRITE ROSTER-LINE FROM WS-ROS-SEC-LINE.
             WRITE ROSTER-LINE FROM WS-ROS-SEAT-LINE.

             IF SEC-ENROLLED = 0 AND SEC-WAITLISTED = 0
                 WRITE ROSTER-LINE FROM WS-ROS-NONE-LINE
             ELSE
                 MOVE "N" TO WS-ENR-DONE-SW
                 MOVE SEC-KEY TO ENR-SECTION-KEY
                 START ENROLL KEY IS EQUAL TO ENR-SECTION-KEY
                     INVALID KEY
                         SET ENROLL-DONE TO TRUE
                 END-START
                 PERFORM 730-ROSTER-STUDENT-STEP UNTIL ENROLL-DONE
             END-IF.
           720-END.

           730-ROSTER-STUDENT-STEP.
             READ ENROLL NEXT RECORD
                 AT END
                     SET ENROLL-DONE TO TRUE
             END-READ.
             IF NOT ENROLL-DONE
                 IF ENR-SECTION-KEY NOT = SEC-KEY
                     SET ENROLL-DONE TO TRUE
                 ELSE
                     IF NOT ENR-DROPPED
                         PERFORM 740-PRINT-ROSTER-LINE
                     END-IF
                 END-IF
             END-IF.
           730-END.

           740-PRINT-ROSTER-LINE.
             MOVE ENR-STU-ID TO WS-ROS-STU-ID.
             MOVE ENR-STU-ID TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     MOVE "NOT ON FILE" TO WS-ROS-LASTNAME
                     MOVE SPACES TO WS-ROS-FIRSTNAME
                 NOT INVALID KEY
                     MOVE STU-LASTNAME TO WS-ROS-LASTNAME
                     MOVE STU-FIRSTNAME TO WS-ROS-FIRSTNAME
             END-READ.
             IF ENR-ENROLLED
                 MOVE "ENROLLED" TO WS-ROS-ENR-STATUS
                 MOVE 0 TO WS-ROS-WAIT-SEQ
             ELSE
                 MOVE "WAITLIST #" TO WS-ROS-ENR-STATUS
                 MOVE ENR-WAIT-SEQ TO WS-ROS-WAIT-SEQ
             END-IF.
             WRITE ROSTER-LINE FROM WS-ROS-DETAIL.
           740-END.

           800-POST-UNGRADED.
      * GRADES.DAT IS COPIED TO GRADES.UPD WITHOUT THE RUN TERMS'
      * UNGRADED ENTRIES, WHICH ARE THEN WRITTEN AFRESH FROM THE
      * SEATED REGISTRATIONS, AND THE RESULT IS COPIED BACK.
             OPEN OUTPUT GRADES-UPD.
             OPEN INPUT GRADES-FILE
             EVALUATE GRADES-FILE-STATUS
                 WHEN "00"
                     MOVE "N" TO WS-GR-EOF-SW
                     READ GRADES-FILE
                      AT END SET GR-EOF TO TRUE
                     END-READ
                     PERFORM 810-COPY-GRADE-STEP UNTIL GR-EOF
                     CLOSE GRADES-FILE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "STU-REGISTER: ERROR OPENING ",
                      "GRADES.DAT, STATUS: " GRADES-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             IF RETURN-CODE = 0
                 MOVE 1 TO WS-TERM-IDX
                 PERFORM 830-ADD-TERM-UNGRADED
                     UNTIL WS-TERM-IDX > WS-TERM-COUNT
             END-IF.
             CLOSE GRADES-UPD.

             IF RETURN-CODE = 0
                 CALL "CBL_COPY_FILE" USING WS-NEW-GRADES-NAME,
                     WS-GRADES-NAME
                     RETURNING WS-COPY-RESULT
                 END-CALL
                 IF WS-COPY-RESULT NOT = 0
                     DISPLAY "STU-REGISTER: GRADES.DAT COPY-BACK ",
                      "FAILED, RESULT: " WS-COPY-RESULT
                     MOVE 16 TO RETURN-CODE
                 END-IF
             ELSE
                 DISPLAY "STU-REGISTER: GRADES.DAT NOT UPDATED"
             END-IF.
           800-END.

           810-COPY-GRADE-STEP.
             MOVE GR-TERM TO WS-CHECK-TERM.
             PERFORM 270-FIND-RUN-TERM.
             EVALUATE TRUE
                 WHEN NOT RUN-TERM-FOUND
                     WRITE GRADES-UPD-REC FROM GRADES-REC
                 WHEN GR-GRADE = SPACES
                     CONTINUE
                 WHEN WS-GRADED-COUNT >= WS-GRADED-MAX
                     DISPLAY "STU-REGISTER: ERROR, GRADED COURSE "
                        "TABLE FULL AT " WS-GRADED-MAX
                     MOVE 16 TO RETURN-CODE
                     SET GR-EOF TO TRUE
                 WHEN OTHER
                     ADD 1 TO WS-GRADED-COUNT
                     MOVE GR-STU-ID TO WS-GD-STU-ID(WS-GRADED-COUNT)
                     MOVE GR-TERM TO WS-GD-TERM(WS-GRADED-COUNT)
                     MOVE GR-COURSE TO WS-GD-COURSE(WS-GRADED-COUNT)
                     WRITE GRADES-UPD-REC FROM GRADES-REC
             END-EVALUATE.

             IF NOT GR-EOF
                 READ GRADES-FILE
                  AT END SET GR-EOF TO TRUE
                 END-READ
             END-IF.
           810-END.

           830-ADD-TERM-UNGRADED.
             MOVE "N" TO WS-ENR-DONE-SW.
             MOVE WS-RUN-TERM(WS-TERM-IDX) TO ENR-TERM.
             MOVE 0 TO ENR-STU-ID.
             MOVE LOW-VALUES TO ENR-COURSE.
             START ENROLL KEY IS NOT LESS THAN ENR-KEY
                 INVALID KEY
                     SET ENROLL-DONE TO TRUE
             END-START.
             PERFORM 840-ADD-UNGRADED-STEP UNTIL ENROLL-DONE.
             ADD 1 TO WS-TERM-IDX.
           830-END.

           840-ADD-UNGRADED-STEP.
             READ ENROLL NEXT RECORD
                 AT END
                     SET ENROLL-DONE TO TRUE
             END-READ.
             IF NOT ENROLL-DONE
                 IF ENR-TERM NOT = WS-RUN-TERM(WS-TERM-IDX)
                     SET ENROLL-DONE TO TRUE
                 ELSE
                     IF ENR-ENROLLED
                         PERFORM 850-WRITE-UNGRADED
                     END-IF
                 END-IF
             END-IF.
           840-END.

           850-WRITE-UNGRADED.
             MOVE "N" TO WS-GRADED-SW.
             MOVE 1 TO WS-GRADED-IDX.
             PERFORM 855-FIND-GRADED-STEP
                 UNTIL ALREADY-GRADED
                    OR WS-GRADED-IDX > WS-GRADED-COUNT.
             IF NOT ALREADY-GRADED
                 MOVE ENR-STU-ID TO GU-STU-ID
                 MOVE ENR-TERM TO GU-TERM
                 MOVE ENR-COURSE TO GU-COURSE
                 MOVE ENR-CREDIT-HOURS TO GU-CREDIT-HOURS
                 MOVE SPACES TO GU-GRADE
                 WRITE GRADES-UPD-REC
                 ADD 1 TO WS-UNGRADED-COUNT
             END-IF.
           850-END.

           855-FIND-GRADED-STEP.
             IF WS-GD-STU-ID(WS-GRADED-IDX) = ENR-STU-ID
                AND WS-GD-TERM(WS-GRADED-IDX) = ENR-TERM
                AND WS-GD-COURSE(WS-GRADED-IDX) = ENR-COURSE
                 SET ALREADY-GRADED TO TRUE
             ELSE
                 ADD 1 TO WS-GRADED-IDX
             END-IF.
           855-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-READ TO WS-RPT-TOT-COUNT.
             WRITE REG-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE REG-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE REG-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "STUDENTS WAITLISTED: " TO WS-RPT-TOT-LABEL.
             MOVE WS-WAITLIST-COUNT TO WS-RPT-TOT-COUNT.
             WRITE REG-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "SEATED FROM WAITLIST:" TO WS-RPT-TOT-LABEL.
             MOVE WS-PROMOTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE REG-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE REG-RPT.
             IF TRANS-OPEN
                 CLOSE REG-TRANS
             END-IF.
             IF STU-AR-PRESENT
                 CLOSE STU-AR
             END-IF.
             IF STUDENTS-OPEN
                 CLOSE STUDENTSFILE
             END-IF.
             IF COURSES-OPEN
                 CLOSE COURSES
             END-IF.
             IF SECTIONS-OPEN
                 CLOSE SECTIONS
             END-IF.
             IF ENROLL-OPEN
                 CLOSE ENROLL
             END-IF.
             DISPLAY "STU-REGISTER: TRANSACTIONS HELD FOR PAST DUE: "
                WS-HELD-COUNT.
             DISPLAY "STU-REGISTER: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "STU-REGISTER: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             DISPLAY "STU-REGISTER: SECTIONS ROSTERED: "
                WS-SECTION-COUNT.
             DISPLAY "STU-REGISTER: UNGRADED ENTRIES POSTED: "
                WS-UNGRADED-COUNT.
             IF TRANS-OPEN
                 MOVE "C" TO OAP-FUNCTION
                 CALL "OPRAUTH" USING OPRAUTH-PARM
             END-IF.
             GOBACK.

       END PROGRAM STU-REGISTER.

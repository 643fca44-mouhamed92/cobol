       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRS-MAINT.
      * MAINTAINS THE COURSES CATALOG MASTER AND THE SECTIONS TERM
      * SECTION FILE THAT STU-REGISTER ENROLLS AGAINST. APPLIES ADD
      * / CHANGE / DELETE TRANSACTIONS FROM CRSMNTTRN - TYPE "C"
      * CARDS FOR CATALOG COURSES, TYPE "S" CARDS FOR A TERM'S
      * SECTIONS - AND WRITES AN APPLIED/REJECTED REGISTER. A
      * CHANGE REPLACES ONLY THE FIELDS KEYED; PREREQUISITES ARE
      * REPLACED AS A SET, AND "NONE" IN THE FIRST CLEARS THEM.
      * A COURSE WITH SECTIONS ON FILE IS RETIRED WITH STATUS "I"
      * RATHER THAN DELETED, A SECTION WITH REGISTRATIONS CANNOT BE
      * DELETED, AND CAPACITY CANNOT DROP BELOW THE SEATS ALREADY
      * TAKEN. RAISING CAPACITY OPENS SEATS THAT THE NEXT
      * STU-REGISTER RUN FOR THE TERM FILLS FROM THE WAITLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

            SELECT CRS-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/CRSMNTTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CRS-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/CRSMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COURSES.
           COPY CRSREC.

       FD SECTIONS.
           COPY SECTREC.

       FD CRS-TRANS.
       01 CRS-TRANS-REC.
         05 CT-REC-TYPE         PIC X.
           88 CT-COURSE-CARD    VALUE "C".
           88 CT-SECTION-CARD   VALUE "S".
         05 CT-ACTION           PIC X.
           88 CT-ADD            VALUE "A".
           88 CT-CHANGE         VALUE "C".
           88 CT-DELETE         VALUE "D".
         05 CT-COURSE-DATA.
           10 CT-CODE           PIC X(6).
           10 CT-TITLE          PIC X(30).
           10 CT-HOURS          PIC 9(2).
           10 CT-HOURS-X REDEFINES CT-HOURS
                                PIC X(2).
           10 CT-PREREQ         PIC X(6) OCCURS 3 TIMES.
           10 CT-STATUS         PIC X.
             88 CT-STATUS-VALID VALUE "A" "I" " ".
         05 CT-SECTION-DATA REDEFINES CT-COURSE-DATA.
           10 CT-TERM           PIC X(5).
           10 CT-SEC-COURSE     PIC X(6).
           10 CT-SEC-NO         PIC X(3).
           10 CT-INSTRUCTOR     PIC X(20).
           10 CT-CAPACITY       PIC 9(3).
           10 CT-CAPACITY-X REDEFINES CT-CAPACITY
                                PIC X(3).
           10 CT-SEC-STATUS     PIC X.
             88 CT-SEC-STATUS-VALID VALUE "O" "C" " ".
           10 FILLER            PIC X(19).

       FD CRS-RPT.
       01 CRS-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01 CRS-FILE-STATUS      PIC X(2).
       01 SEC-FILE-STATUS      PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-SCAN-DONE-SW      PIC X VALUE "N".
         88 SCAN-DONE VALUE "Y".
       01 WS-CRS-USED-SW       PIC X VALUE "N".
         88 COURSE-IN-USE VALUE "Y".

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

      * NO SINGLE COURSE CARRIES MORE THAN A FULL-TIME LOAD.
       01 WS-MAX-COURSE-HOURS  PIC 9(2) VALUE 12.

       01 WS-PRQ-IDX           PIC 9.
       01 WS-PRQ-KEYED-SW      PIC X VALUE "N".
         88 PREREQS-KEYED VALUE "Y".
       01 WS-CHK-COURSE        PIC X(6).

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "CRS-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-TYPE        PIC X.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-KEY.
           10 WS-RPT-TERM      PIC X(5).
           10 FILLER           PIC X VALUE SPACES.
           10 WS-RPT-COURSE    PIC X(6).
           10 FILLER           PIC X VALUE SPACES.
           10 WS-RPT-SEC-NO    PIC X(3).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(18) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

      * BOTH FILES ARE CREATED ON THE FIRST RUN.
             OPEN I-O COURSES
             IF CRS-FILE-STATUS = "35"
                 OPEN OUTPUT COURSES
                 CLOSE COURSES
                 OPEN I-O COURSES
             END-IF.
             IF CRS-FILE-STATUS NOT = "00"
                 DISPLAY "CRS-MAINT: ERROR OPENING COURSES, ",
                  "STATUS: " CRS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O SECTIONS
             IF SEC-FILE-STATUS = "35"
                 OPEN OUTPUT SECTIONS
                 CLOSE SECTIONS
                 OPEN I-O SECTIONS
             END-IF.
             IF SEC-FILE-STATUS NOT = "00"
                 DISPLAY "CRS-MAINT: ERROR OPENING SECTIONS, ",
                  "STATUS: " SEC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT CRS-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "CRS-MAINT: ERROR OPENING CRSMNTTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT CRS-RPT
             WRITE CRS-RPT-LINE FROM WS-RPT-HEADING.

             READ CRS-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE CT-REC-TYPE TO WS-RPT-TYPE.
             MOVE CT-ACTION TO WS-RPT-ACTION.
             MOVE SPACES TO WS-RPT-KEY.
             MOVE SPACES TO WS-RPT-REASON.
             IF CT-SECTION-CARD
                 MOVE CT-TERM TO WS-RPT-TERM
                 MOVE CT-SEC-COURSE TO WS-RPT-COURSE
                 MOVE CT-SEC-NO TO WS-RPT-SEC-NO
             ELSE
                 MOVE CT-CODE TO WS-RPT-COURSE
             END-IF.

             EVALUATE TRUE
                 WHEN NOT CT-ADD AND NOT CT-CHANGE AND NOT CT-DELETE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN CT-COURSE-CARD
                     PERFORM 250-EDIT-COURSE
                 WHEN CT-SECTION-CARD
                     PERFORM 260-EDIT-SECTION
                 WHEN OTHER
                     MOVE "CARD TYPE MUST BE C OR S" TO WS-RPT-REASON
             END-EVALUATE.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN CT-COURSE-CARD AND CT-ADD
                     PERFORM 300-APPLY-COURSE-ADD
                 WHEN CT-COURSE-CARD AND CT-CHANGE
                     PERFORM 310-APPLY-COURSE-CHANGE
                 WHEN CT-COURSE-CARD AND CT-DELETE
                     PERFORM 320-APPLY-COURSE-DELETE
                 WHEN CT-SECTION-CARD AND CT-ADD
                     PERFORM 500-APPLY-SECTION-ADD
                 WHEN CT-SECTION-CARD AND CT-CHANGE
                     PERFORM 510-APPLY-SECTION-CHANGE
                 WHEN CT-SECTION-CARD AND CT-DELETE
                     PERFORM 520-APPLY-SECTION-DELETE
             END-EVALUATE.

             READ CRS-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-COURSE.
             MOVE "N" TO WS-PRQ-KEYED-SW.
             IF CT-PREREQ(1) NOT = SPACES
                OR CT-PREREQ(2) NOT = SPACES
                OR CT-PREREQ(3) NOT = SPACES
                 SET PREREQS-KEYED TO TRUE
             END-IF.

             EVALUATE TRUE
                 WHEN CT-CODE = SPACES
                     MOVE "COURSE CODE MISSING" TO WS-RPT-REASON
                 WHEN CT-DELETE
                     CONTINUE
                 WHEN CT-HOURS-X NOT = SPACES
                  AND (CT-HOURS NOT NUMERIC
                    OR CT-HOURS = 0
                    OR CT-HOURS > WS-MAX-COURSE-HOURS)
                     MOVE "INVALID CREDIT HOURS" TO WS-RPT-REASON
                 WHEN NOT CT-STATUS-VALID
                     MOVE "STATUS MUST BE A OR I" TO WS-RPT-REASON
                 WHEN CT-CHANGE
                     CONTINUE
                 WHEN CT-TITLE = SPACES
                     MOVE "COURSE TITLE MISSING" TO WS-RPT-REASON
                 WHEN CT-HOURS-X = SPACES
                     MOVE "CREDIT HOURS MISSING" TO WS-RPT-REASON
             END-EVALUATE.

             IF WS-RPT-REASON = SPACES AND NOT CT-DELETE
                AND PREREQS-KEYED AND CT-PREREQ(1) NOT = "NONE"
                 MOVE 1 TO WS-PRQ-IDX
                 PERFORM 270-EDIT-PREREQ-STEP
                     UNTIL WS-PRQ-IDX > 3
                        OR WS-RPT-REASON NOT = SPACES
             END-IF.
           250-END.

           260-EDIT-SECTION.
             EVALUATE TRUE
                 WHEN CT-TERM = SPACES
                     MOVE "TERM MISSING" TO WS-RPT-REASON
                 WHEN CT-SEC-COURSE = SPACES
                     MOVE "COURSE CODE MISSING" TO WS-RPT-REASON
                 WHEN CT-SEC-NO = SPACES
                     MOVE "SECTION NUMBER MISSING" TO WS-RPT-REASON
                 WHEN CT-DELETE
                     CONTINUE
                 WHEN CT-CAPACITY-X NOT = SPACES
                  AND (CT-CAPACITY NOT NUMERIC OR CT-CAPACITY = 0)
                     MOVE "INVALID SEAT CAPACITY" TO WS-RPT-REASON
                 WHEN NOT CT-SEC-STATUS-VALID
                     MOVE "STATUS MUST BE O OR C" TO WS-RPT-REASON
                 WHEN CT-CHANGE
                     CONTINUE
                 WHEN CT-CAPACITY-X = SPACES
                     MOVE "SEAT CAPACITY MISSING" TO WS-RPT-REASON
                 WHEN OTHER
                     MOVE CT-SEC-COURSE TO CRS-CODE
                     READ COURSES
                         INVALID KEY
                             MOVE "COURSE NOT IN CATALOG" TO
                                WS-RPT-REASON
                         NOT INVALID KEY
                             IF CRS-INACTIVE
                                 MOVE "COURSE IS RETIRED" TO
                                    WS-RPT-REASON
                             END-IF
                     END-READ
             END-EVALUATE.
           260-END.

           270-EDIT-PREREQ-STEP.
             IF CT-PREREQ(WS-PRQ-IDX) NOT = SPACES
                 IF CT-PREREQ(WS-PRQ-IDX) = CT-CODE
                     MOVE "COURSE CANNOT REQUIRE ITSELF" TO
                        WS-RPT-REASON
                 ELSE
                     MOVE CT-PREREQ(WS-PRQ-IDX) TO CRS-CODE
                     READ COURSES
                         INVALID KEY
                             MOVE "PREREQUISITE NOT IN CATALOG" TO
                                WS-RPT-REASON
                     END-READ
                 END-IF
             END-IF.
             ADD 1 TO WS-PRQ-IDX.
           270-END.

           300-APPLY-COURSE-ADD.
             MOVE SPACES TO COURSE-REC.
             MOVE CT-CODE TO CRS-CODE.
             MOVE CT-TITLE TO CRS-TITLE.
             MOVE CT-HOURS TO CRS-CREDIT-HOURS.
             IF CT-PREREQ(1) NOT = "NONE"
                 MOVE CT-PREREQ(1) TO CRS-PREREQ(1)
                 MOVE CT-PREREQ(2) TO CRS-PREREQ(2)
                 MOVE CT-PREREQ(3) TO CRS-PREREQ(3)
             END-IF.
             MOVE CT-STATUS TO CRS-STATUS.
             IF CRS-STATUS = SPACE
                 MOVE "A" TO CRS-STATUS
             END-IF.
             WRITE COURSE-REC
                 INVALID KEY
                     MOVE "COURSE ALREADY IN CATALOG" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-COURSE-CHANGE.
             MOVE CT-CODE TO CRS-CODE.
             READ COURSES
                 INVALID KEY
                     MOVE "COURSE NOT IN CATALOG" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 315-REPLACE-COURSE-FIELDS
             END-READ.
           310-END.

           315-REPLACE-COURSE-FIELDS.
             IF CT-TITLE NOT = SPACES
                 MOVE CT-TITLE TO CRS-TITLE
             END-IF.
             IF CT-HOURS-X NOT = SPACES
                 MOVE CT-HOURS TO CRS-CREDIT-HOURS
             END-IF.
             IF PREREQS-KEYED
                 MOVE SPACES TO CRS-PREREQS
                 IF CT-PREREQ(1) NOT = "NONE"
                     MOVE CT-PREREQ(1) TO CRS-PREREQ(1)
                     MOVE CT-PREREQ(2) TO CRS-PREREQ(2)
                     MOVE CT-PREREQ(3) TO CRS-PREREQ(3)
                 END-IF
             END-IF.
             IF CT-STATUS NOT = SPACE
                 MOVE CT-STATUS TO CRS-STATUS
             END-IF.
             REWRITE COURSE-REC.
             PERFORM 410-WRITE-APPLIED.
           315-END.

           320-APPLY-COURSE-DELETE.
             MOVE CT-CODE TO CRS-CODE.
             READ COURSES
                 INVALID KEY
                     MOVE "COURSE NOT IN CATALOG" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 325-DELETE-COURSE
             END-READ.
           320-END.

           325-DELETE-COURSE.
             MOVE CT-CODE TO WS-CHK-COURSE.
             PERFORM 330-CHECK-COURSE-USED.
             IF COURSE-IN-USE
                 MOVE "HAS SECTIONS, RETIRE WITH I" TO WS-RPT-REASON
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 DELETE COURSES
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           325-END.

           330-CHECK-COURSE-USED.
      * SECTIONS KEY ON TERM FIRST, SO EVERY TERM IS SCANNED.
             MOVE "N" TO WS-CRS-USED-SW.
             MOVE "N" TO WS-SCAN-DONE-SW.
             MOVE LOW-VALUES TO SEC-KEY.
             START SECTIONS KEY IS NOT LESS THAN SEC-KEY
                 INVALID KEY
                     SET SCAN-DONE TO TRUE
             END-START.
             PERFORM 335-CHECK-COURSE-STEP
                 UNTIL SCAN-DONE OR COURSE-IN-USE.
           330-END.

           335-CHECK-COURSE-STEP.
             READ SECTIONS NEXT RECORD
                 AT END
                     SET SCAN-DONE TO TRUE
                 NOT AT END
                     IF SEC-COURSE = WS-CHK-COURSE
                         SET COURSE-IN-USE TO TRUE
                     END-IF
             END-READ.
           335-END.

           500-APPLY-SECTION-ADD.
             MOVE SPACES TO SECTION-REC.
             MOVE CT-TERM TO SEC-TERM.
             MOVE CT-SEC-COURSE TO SEC-COURSE.
             MOVE CT-SEC-NO TO SEC-NO.
             MOVE CT-INSTRUCTOR TO SEC-INSTRUCTOR.
             MOVE CT-CAPACITY TO SEC-CAPACITY.
             MOVE 0 TO SEC-ENROLLED.
             MOVE 0 TO SEC-WAITLISTED.
             MOVE 0 TO SEC-NEXT-WAIT-SEQ.
             MOVE CT-SEC-STATUS TO SEC-STATUS.
             IF SEC-STATUS = SPACE
                 MOVE "O" TO SEC-STATUS
             END-IF.
             WRITE SECTION-REC
                 INVALID KEY
                     MOVE "SECTION ALREADY ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           500-END.

           510-APPLY-SECTION-CHANGE.
             MOVE CT-TERM TO SEC-TERM.
             MOVE CT-SEC-COURSE TO SEC-COURSE.
             MOVE CT-SEC-NO TO SEC-NO.
             READ SECTIONS
                 INVALID KEY
                     MOVE "SECTION NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 515-REPLACE-SECTION-FIELDS
             END-READ.
           510-END.

           515-REPLACE-SECTION-FIELDS.
             IF CT-CAPACITY-X NOT = SPACES
                AND CT-CAPACITY < SEC-ENROLLED
                 MOVE "CAPACITY BELOW SEATS TAKEN" TO WS-RPT-REASON
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 IF CT-INSTRUCTOR NOT = SPACES
                     MOVE CT-INSTRUCTOR TO SEC-INSTRUCTOR
                 END-IF
                 IF CT-CAPACITY-X NOT = SPACES
                     MOVE CT-CAPACITY TO SEC-CAPACITY
                 END-IF
                 IF CT-SEC-STATUS NOT = SPACE
                     MOVE CT-SEC-STATUS TO SEC-STATUS
                 END-IF
                 REWRITE SECTION-REC
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           515-END.

           520-APPLY-SECTION-DELETE.
             MOVE CT-TERM TO SEC-TERM.
             MOVE CT-SEC-COURSE TO SEC-COURSE.
             MOVE CT-SEC-NO TO SEC-NO.
             READ SECTIONS
                 INVALID KEY
                     MOVE "SECTION NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 525-DELETE-SECTION
             END-READ.
           520-END.

           525-DELETE-SECTION.
             IF SEC-ENROLLED > 0 OR SEC-WAITLISTED > 0
                 MOVE "SECTION HAS REGISTRATIONS" TO WS-RPT-REASON
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 DELETE SECTIONS
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           525-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE CRS-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE CRS-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE CRS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE CRS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE CRS-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE COURSES, SECTIONS, CRS-TRANS, CRS-RPT.
             DISPLAY "CRS-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "CRS-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             GOBACK.

       END PROGRAM CRS-MAINT.

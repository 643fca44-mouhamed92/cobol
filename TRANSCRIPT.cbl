      * NAME AND MAJOR FROM THE STUDENT MASTER, COURSES GROUPED BY
      * TERM WITH TERM GPA AND CREDIT TOTALS, AND THE CUMULATIVE
      * FIGURES AT THE FOOT. THE TRANSPARM CARD NAMES ONE STUDENT
      * ID OR "ALL". A COURSE STILL UNGRADED (REGISTERED BUT NO
      * GRADE POSTED YET) PRINTS AS "IP" AND DOES NOT COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT TRANSCRIPT-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TRANSCRIPTS"
         05 WGR-GRADE           PIC X(2).

       FD STUDENTSFILE.
           COPY STUREC.

       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-LINE       PIC X(80).

       01 WS-GRS-EOF-SW        PIC X VALUE "N".
         88 GRS-EOF VALUE "Y".
       01 WS-STU-OPEN-SW       PIC X VALUE "N".
         88 STUDENTS-OPEN VALUE "Y".
       01 WS-ALL-SW            PIC X VALUE "N".
         88 TRANS-ALL VALUE "Y".
       01 WS-STU-FOUND-SW      PIC X VALUE "N".
           COPY GRADEPTS.
       01 WS-GRADE-POINTS      PIC 9V99 VALUE 0.

       01 WS-CUR-STU-ID        PIC 9(7) VALUE 0.
       01 WS-CUR-TERM          PIC X(5) VALUE SPACES.
       01 WS-TERM-QPOINTS      PIC 9(5)V99 VALUE 0.
                 MOVE WS-STU-SEL TO WS-SEL-STU-ID
             END-IF.

             PERFORM 150-OPEN-STUDENTS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-OPEN-STUDENTS.
      * THE NAME AND MAJOR ON EACH PAGE HEADING ARE READ FROM THE
      * STUDENT MASTER BY ID AS EACH STUDENT'S PAGE STARTS.
             OPEN INPUT STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "TRANSCRIPT: ERROR OPENING STUDENTS.DAT, ",
                  "STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 SET STUDENTS-OPEN TO TRUE
             END-IF.
           150-END.

           250-FIND-FIRST-MATCH.
             PERFORM 260-READ-SORTED-GRADE.
             PERFORM 270-SKIP-NONMATCH-STEP
             MOVE SPACES TO WS-PG-MAJOR.

             MOVE "N" TO WS-STU-FOUND-SW.
             MOVE WS-CUR-STU-ID TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET STUDENT-FOUND TO TRUE
             END-READ.
             IF STUDENT-FOUND
                 MOVE STU-FIRSTNAME TO WS-PG-FIRSTNAME
                 MOVE STU-LASTNAME TO WS-PG-LASTNAME
                 MOVE STU-MAJOR TO WS-PG-MAJOR
             ELSE
                 DISPLAY "TRANSCRIPT: GRADES ON FILE FOR STUDENT "
                    WS-CUR-STU-ID " WHO IS NOT ON STUDENTS.DAT"
             END-IF.
           310-END.

           400-PRINT-ONE-COURSE.
             IF GRS-STU-ID NOT = WS-CUR-STU-ID
                 PERFORM 500-CLOSE-TERM
             MOVE GRS-COURSE TO WS-CL-COURSE.
             MOVE GRS-CREDIT-HOURS TO WS-CL-HOURS.
             MOVE GRS-GRADE TO WS-CL-GRADE.
             IF GRS-GRADE = SPACES
                 MOVE "IP" TO WS-CL-GRADE
             END-IF.
             WRITE TRANSCRIPT-LINE FROM WS-COURSE-LINE
                 AFTER ADVANCING 1 LINE.

           550-END.

           9000-END-PROGRAM.
             IF STUDENTS-OPEN
                 CLOSE STUDENTSFILE
             END-IF.
             DISPLAY "TRANSCRIPT: TRANSCRIPTS PRINTED: "
                WS-PAGES-PRINTED.
             GOBACK.

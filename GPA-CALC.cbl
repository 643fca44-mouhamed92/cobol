      * STREAK IS RECOMPUTED FROM ZERO EACH TIME AND THE LATEST
      * STANDING PER STUDENT IS REWRITTEN TO STUSTAND.DAT FOR THE
      * REGISTRAR. THE STANDING REPORT GOES TO THE REGISTRAR AND
      * THE DEAN'S LIST IS CUT PER TERM, NOT LIFETIME. A BLANK
      * GRADE (A REGISTERED COURSE NOT YET GRADED) AND AN
      * INCOMPLETE ("I") ARE SKIPPED. EVERY STUDENT TERM FLAGGED ON
      * GRDCHGFLAG BY GRADE-MAINT OR INC-LAPSE IS MARKED "GRADE
      * CHANGED" ON THE STANDING REPORT, AND THE FLAGS ARE CLEARED
      * ONCE THE RUN COMPLETES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT GPA-DIFF-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GPADIFFRPT"
             FILE STATUS IS TDN-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GRD-FLAG ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRDCHGFLAG"
             FILE STATUS IS FLAG-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORK-GR ASSIGN TO "WORK.TEMP".

       DATA DIVISION.
         05 WGR-GRADE           PIC X(2).

       FD STUDENTSFILE.
           COPY STUREC.

       FD GPA-DIFF-RPT.
       01 GPA-DIFF-LINE      PIC X(80).
       FD TERM-DEAN.
       01 TERM-DEAN-LINE        PIC X(80).

       FD GRD-FLAG.
       01 GRD-FLAG-REC.
         05 GF-STU-ID           PIC 9(7).
         05 GF-TERM             PIC X(5).

       WORKING-STORAGE SECTION.

       01 GRADES-FILE-STATUS  PIC X(2).
       01 GRS-FILE-STATUS     PIC X(2).
       01 STU-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS     PIC X(2).

       01 WS-GR-EOF-SW        PIC X VALUE "N".
       01 WS-DEAN-COUNT       PIC 9(5) VALUE 0.
       01 WS-SUSP-COUNT       PIC 9(5) VALUE 0.

      * STUDENT TERMS WHOSE GRADES CHANGED SINCE THE LAST RUN.
       01 FLAG-FILE-STATUS    PIC X(2).
       01 WS-FLAG-EOF-SW      PIC X VALUE "N".
         88 FLAG-EOF VALUE "Y".
       01 WS-FLAG-MAX         PIC 9(4) VALUE 2000.
       01 WS-FLAG-COUNT       PIC 9(4) VALUE 0.
       01 WS-FLAG-IDX         PIC 9(4).
       01 WS-FLAG-FOUND-SW    PIC X VALUE "N".
         88 FLAG-FOUND VALUE "Y".
       01 WS-REGRADED-COUNT   PIC 9(5) VALUE 0.
       01 WS-FLAG-TABLE.
         05 WS-FLAG-ENTRY OCCURS 2000 TIMES.
           10 WS-FL-STU-ID     PIC 9(7).
           10 WS-FL-TERM       PIC X(5).

       01 WS-STUSTAND-NAME    PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/STUSTAND.DAT".
       01 WS-STUSTAND-NEW-NAME PIC X(60) VALUE
         05 WS-STD-CUM-GPA     PIC 9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-STD-STANDING    PIC X(14).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-STD-NOTE        PIC X(14).
         05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-DEAN-DETAIL.
         05 FILLER             PIC X(13) VALUE "DEANS LIST:  ".
         05 WS-DN-GPA          PIC 9.99.
         05 FILLER             PIC X(42) VALUE SPACES.


       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
             END-IF.
             CLOSE GRADES-FILE.

             PERFORM 150-LOAD-GRADE-FLAGS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT GPA-DIFF-RPT.
             WRITE GPA-DIFF-LINE FROM WS-RPT-HEADING.

             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-GRADE-FLAGS.
      * NO FLAG FILE MEANS NO GRADE HAS CHANGED.
             OPEN INPUT GRD-FLAG
             IF FLAG-FILE-STATUS = "00"
                 READ GRD-FLAG
                  AT END SET FLAG-EOF TO TRUE
                 END-READ
                 PERFORM 160-LOAD-FLAG-STEP UNTIL FLAG-EOF
                 CLOSE GRD-FLAG
             END-IF.
           150-END.

           160-LOAD-FLAG-STEP.
             IF WS-FLAG-COUNT >= WS-FLAG-MAX
                 DISPLAY "GPA-CALC: ERROR, GRADE CHANGE FLAG TABLE "
                    "FULL AT " WS-FLAG-MAX ", RUN ABORTED"
                 MOVE 16 TO RETURN-CODE
                 SET FLAG-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-FLAG-COUNT
                 MOVE GF-STU-ID TO WS-FL-STU-ID(WS-FLAG-COUNT)
                 MOVE GF-TERM TO WS-FL-TERM(WS-FLAG-COUNT)
                 READ GRD-FLAG
                  AT END SET FLAG-EOF TO TRUE
                 END-READ
             END-IF.
           160-END.

           200-TOTAL-GRADES.
             OPEN INPUT GRADES-SORTED
             IF GRS-FILE-STATUS NOT = "00"

             ADD 1 TO WS-GRADES-READ.
             PERFORM 220-LOOK-UP-GRADE.
      * A BLANK GRADE IS A COURSE STILL IN PROGRESS AND "I" AN
      * INCOMPLETE NOT YET RESOLVED; NEITHER IS AN ERROR.
             EVALUATE TRUE
                 WHEN GRADE-PT-FOUND
                     COMPUTE WS-CUR-QPOINTS = WS-CUR-QPOINTS
                         + (WS-GRADE-POINTS * GRS-CREDIT-HOURS)
                     ADD GRS-CREDIT-HOURS TO WS-CUR-HOURS
                     COMPUTE WS-TERM-QPOINTS = WS-TERM-QPOINTS
                         + (WS-GRADE-POINTS * GRS-CREDIT-HOURS)
                     ADD GRS-CREDIT-HOURS TO WS-TERM-HOURS
                 WHEN GRS-GRADE = SPACES OR GRS-GRADE = "I "
                     CONTINUE
                 WHEN OTHER
                     ADD 1 TO WS-GRADES-BAD
                     MOVE GRS-STU-ID TO WS-RPT-BAD-STU
                     MOVE GRS-COURSE TO WS-RPT-BAD-COURSE
                     MOVE GRS-GRADE TO WS-RPT-BAD-GRADE
                     WRITE GPA-DIFF-LINE FROM WS-RPT-BAD-LINE
             END-EVALUATE.

             READ GRADES-SORTED
              AT END SET GRS-EOF TO TRUE
                 MOVE WS-CUR-TERM TO WS-STD-TERM
                 MOVE WS-TERM-GPA TO WS-STD-TERM-GPA
                 MOVE WS-CUM-GPA TO WS-STD-CUM-GPA
                 PERFORM 257-CHECK-GRADE-FLAG
                 WRITE STAND-RPT-LINE FROM WS-STAND-DETAIL
                 ADD 1 TO WS-STAND-LINES

             END-IF.
           255-END.

           257-CHECK-GRADE-FLAG.
             MOVE "N" TO WS-FLAG-FOUND-SW.
             MOVE 1 TO WS-FLAG-IDX.
             PERFORM 258-CHECK-FLAG-STEP
                 UNTIL FLAG-FOUND OR WS-FLAG-IDX > WS-FLAG-COUNT.
             IF FLAG-FOUND
                 MOVE "GRADE CHANGED" TO WS-STD-NOTE
                 ADD 1 TO WS-REGRADED-COUNT
             ELSE
                 MOVE SPACES TO WS-STD-NOTE
             END-IF.
           257-END.

           258-CHECK-FLAG-STEP.
             IF WS-FL-STU-ID(WS-FLAG-IDX) = WS-CUR-STU-ID
                AND WS-FL-TERM(WS-FLAG-IDX) = WS-CUR-TERM
                 SET FLAG-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-FLAG-IDX
             END-IF.
           258-END.

           250-STORE-STUDENT-RESULT.
             IF WS-CUR-HOURS = 0
                 MOVE 0 TO WS-CUR-GPA
           250-END.

           500-UPDATE-STUDENTS.
      * THE RECOMPUTED FIGURES ARE REWRITTEN ONTO THE MASTER IN
      * PLACE AS EACH STUDENT IS READ.
             OPEN I-O STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "GPA-CALC: ERROR OPENING STUDENTS.DAT, ",
                  "STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ STUDENTSFILE
                  AT END SET STU-EOF TO TRUE
                 END-READ
                 PERFORM 510-UPDATE-ONE-STUDENT UNTIL STU-EOF
                 CLOSE STUDENTSFILE
             END-IF.
           500-END.

                 END-IF
                 MOVE WS-STU-T-GPA(WS-STU-IDX) TO STU-GPA
                 MOVE WS-STU-T-HOURS(WS-STU-IDX) TO STU-CREDHRS
                 REWRITE STUDENTDETAILS
                     INVALID KEY
                         DISPLAY "GPA-CALC: ERROR REWRITING STUDENT "
                            STU-SSN ", STATUS: " STU-FILE-STATUS
                         MOVE 16 TO RETURN-CODE
                     NOT INVALID KEY
                         ADD 1 TO WS-STUDENTS-UPDATED
                 END-REWRITE
             ELSE
                 ADD 1 TO WS-NO-GRADES-COUNT
             END-IF.

             READ STUDENTSFILE
              AT END SET STU-EOF TO TRUE
             END-READ.
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
      * THE FLAGGED TERMS HAVE NOW BEEN RECOMPUTED.
             IF RETURN-CODE = 0 AND WS-FLAG-COUNT > 0
                 OPEN OUTPUT GRD-FLAG
                 CLOSE GRD-FLAG
             END-IF.
             DISPLAY "GPA-CALC: STANDING LINES: " WS-STAND-LINES
                " DEANS LIST: " WS-DEAN-COUNT
                " SUSPENSIONS: " WS-SUSP-COUNT.
                " GPA DIFFERENCES: " WS-GPA-DIFF-COUNT.
             DISPLAY "GPA-CALC: STUDENTS WITH NO GRADES: "
                WS-NO-GRADES-COUNT.
             DISPLAY "GPA-CALC: TERMS RECOMPUTED FOR GRADE CHANGES: "
                WS-REGRADED-COUNT.
             GOBACK.

       END PROGRAM GPA-CALC.

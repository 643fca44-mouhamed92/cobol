       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-CONVERT.
      * ONE-TIME FILE CONVERSION FOR THE STUDENT MASTER. LOADS THE
      * EXISTING LINE SEQUENTIAL STUDENTS.DAT INTO AN INDEXED FILE
      * KEYED ON STUDENT ID (ALTERNATE KEY ON LAST NAME) UNDER
      * CONTROL TOTALS - RECORD COUNT, GPA HASH AND CREDIT-HOUR
      * HASH - THEN COPIES THE CONVERTED FILE BACK OVER THE
      * ORIGINAL. A DUPLICATE STUDENT ID OR A NON-NUMERIC ID FAILS
      * THE CONVERSION AND LEAVES THE ORIGINAL FILE UNTOUCHED; THE
      * DUPLICATES MUST BE RESOLVED AND THE RUN REPEATED.
      * RUN ONCE, IMMEDIATELY AFTER THE INDEXED PROGRAMS GO IN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-STUDENTS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             FILE STATUS IS OSTU-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.CVT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT CONV-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUCONVRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * THE OLD STUDENT RECORD IS THE SAME 40 BYTES THE INDEXED
      * MASTER CARRIES; ONLY THE ORGANIZATION CHANGES.
       FD OLD-STUDENTS.
       01 O-STU-DETAILS.
         05 O-STU-ID            PIC 9(7).
         05 O-STU-REST.
           10 FILLER            PIC X(20).
           10 O-STU-GPA         PIC 9V99.
           10 O-STU-CREDHRS     PIC 9(3).
           10 FILLER            PIC X(7).

       FD STUDENTSFILE.
           COPY STUREC.

       FD CONV-RPT.
       01 CONV-RPT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01 OSTU-FILE-STATUS     PIC X(2).
       01 STU-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-OSTU-EOF-SW       PIC X VALUE "N".
         88 OSTU-EOF VALUE "Y".

       01 WS-STU-IN-COUNT      PIC 9(7) VALUE 0.
       01 WS-STU-OUT-COUNT     PIC 9(7) VALUE 0.
       01 WS-DUP-COUNT         PIC 9(7) VALUE 0.
       01 WS-GPA-IN-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-GPA-OUT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-HRS-IN-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-HRS-OUT-TOTAL     PIC S9(11)V99 VALUE 0.

       01 WS-CONV-FAIL-SW      PIC X VALUE "N".
         88 CONV-FAILED VALUE "Y".

       01 WS-NEW-STU-NAME     PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/STUDENTS.CVT".
       01 WS-STU-NAME         PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT".
       01 WS-COPY-RESULT      PIC S9(9) COMP-5.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(40) VALUE
            "STUDENT MASTER CONVERSION REPORT".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-FILE-LINE.
         05 WS-RPT-FILE-NAME   PIC X(12).
         05 FILLER             PIC X(8) VALUE "  READ: ".
         05 WS-RPT-IN-COUNT    PIC ZZZZZZ9.
         05 FILLER             PIC X(11) VALUE "  WRITTEN: ".
         05 WS-RPT-OUT-COUNT   PIC ZZZZZZ9.
         05 FILLER             PIC X(35) VALUE SPACES.

       01 WS-RPT-DUP-LINE.
         05 FILLER             PIC X(22) VALUE
            "DUPLICATE STUDENT ID: ".
         05 WS-RPT-DUP-ID      PIC 9(7).
         05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(20).
         05 WS-RPT-TOT-IN      PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-TOT-OUT     PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-RPT-RESULT-LINE.
         05 FILLER             PIC X(20) VALUE
            "CONVERSION RESULT:  ".
         05 WS-RPT-RESULT      PIC X(4).
         05 FILLER             PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             OPEN OUTPUT CONV-RPT.
             WRITE CONV-RPT-LINE FROM WS-RPT-TITLE.

             PERFORM 200-CONVERT-STUDENTS.
             PERFORM 800-CHECK-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-CONVERT-STUDENTS.
             OPEN INPUT OLD-STUDENTS
             EVALUATE OSTU-FILE-STATUS
                 WHEN "00"
                     OPEN OUTPUT STUDENTSFILE
                     READ OLD-STUDENTS
                      AT END SET OSTU-EOF TO TRUE
                     END-READ
                     PERFORM 210-CONVERT-STU-REC UNTIL OSTU-EOF
                     CLOSE OLD-STUDENTS, STUDENTSFILE
                     IF NOT CONV-FAILED
                         CALL "CBL_COPY_FILE" USING WS-NEW-STU-NAME,
                             WS-STU-NAME
                             RETURNING WS-COPY-RESULT
                         END-CALL
                     ELSE
                         MOVE 0 TO WS-COPY-RESULT
                     END-IF
                     IF WS-COPY-RESULT NOT = 0
                         DISPLAY "STU-CONVERT: STUDENTS COPY-BACK ",
                          "FAILED, RESULT: " WS-COPY-RESULT
                         SET CONV-FAILED TO TRUE
                     END-IF
                 WHEN "35"
                     DISPLAY "STU-CONVERT: NO STUDENTS.DAT, SKIPPED"
                 WHEN OTHER
                     DISPLAY "STU-CONVERT: ERROR OPENING ",
                      "STUDENTS.DAT, STATUS: " OSTU-FILE-STATUS
                     SET CONV-FAILED TO TRUE
             END-EVALUATE.

             MOVE "STUDENTS    " TO WS-RPT-FILE-NAME.
             MOVE WS-STU-IN-COUNT TO WS-RPT-IN-COUNT.
             MOVE WS-STU-OUT-COUNT TO WS-RPT-OUT-COUNT.
             WRITE CONV-RPT-LINE FROM WS-RPT-FILE-LINE.
           200-END.

           210-CONVERT-STU-REC.
             ADD 1 TO WS-STU-IN-COUNT.
      * AN INDEXED STUDENTS.DAT READ AS LINE SEQUENTIAL DOES NOT
      * PRESENT A NUMERIC ID; THE FILE HAS ALREADY BEEN CONVERTED.
             IF O-STU-ID NOT NUMERIC
                 DISPLAY "STU-CONVERT: NON-NUMERIC STUDENT ID AT ",
                  "RECORD " WS-STU-IN-COUNT ", FILE ALREADY ",
                  "CONVERTED?"
                 SET CONV-FAILED TO TRUE
                 SET OSTU-EOF TO TRUE
             ELSE
                 PERFORM 220-WRITE-STU-REC
                 READ OLD-STUDENTS
                  AT END SET OSTU-EOF TO TRUE
                 END-READ
             END-IF.
           210-END.

           220-WRITE-STU-REC.
             ADD O-STU-GPA TO WS-GPA-IN-TOTAL.
             ADD O-STU-CREDHRS TO WS-HRS-IN-TOTAL.
             MOVE O-STU-DETAILS TO STUDENTDETAILS.
             WRITE STUDENTDETAILS
                 INVALID KEY
                     ADD 1 TO WS-DUP-COUNT
                     MOVE STU-SSN TO WS-RPT-DUP-ID
                     WRITE CONV-RPT-LINE FROM WS-RPT-DUP-LINE
                     SET CONV-FAILED TO TRUE
                 NOT INVALID KEY
                     ADD 1 TO WS-STU-OUT-COUNT
                     ADD STU-GPA TO WS-GPA-OUT-TOTAL
                     ADD STU-CREDHRS TO WS-HRS-OUT-TOTAL
             END-WRITE.
           220-END.

           800-CHECK-TOTALS.
             MOVE "GPA HASH:           " TO WS-RPT-TOT-LABEL.
             MOVE WS-GPA-IN-TOTAL TO WS-RPT-TOT-IN.
             MOVE WS-GPA-OUT-TOTAL TO WS-RPT-TOT-OUT.
             WRITE CONV-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "CREDIT HOUR HASH:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-HRS-IN-TOTAL TO WS-RPT-TOT-IN.
             MOVE WS-HRS-OUT-TOTAL TO WS-RPT-TOT-OUT.
             WRITE CONV-RPT-LINE FROM WS-RPT-TOT-LINE.

             IF WS-STU-IN-COUNT NOT = WS-STU-OUT-COUNT
                OR WS-GPA-IN-TOTAL NOT = WS-GPA-OUT-TOTAL
                OR WS-HRS-IN-TOTAL NOT = WS-HRS-OUT-TOTAL
                 SET CONV-FAILED TO TRUE
             END-IF.

             IF CONV-FAILED
                 MOVE "FAIL" TO WS-RPT-RESULT
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "PASS" TO WS-RPT-RESULT
             END-IF.
             WRITE CONV-RPT-LINE FROM WS-RPT-RESULT-LINE.
           800-END.

           9000-END-PROGRAM.
             CLOSE CONV-RPT.
             DISPLAY "STU-CONVERT: STUDENT RECORDS: "
                WS-STU-OUT-COUNT.
             DISPLAY "STU-CONVERT: DUPLICATE IDS: "
                WS-DUP-COUNT.
             GOBACK.

       END PROGRAM STU-CONVERT.

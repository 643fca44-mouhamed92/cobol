       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-INQ.
      * STUDENT MASTER INQUIRY. READS STUINQPARM CARDS, EACH NAMING
      * ONE STUDENT BY ID (TYPE I) OR BY LAST NAME (TYPE N), AND
      * PRINTS THE MATCHING STUDENTS FROM STUDENTS.DAT. AN ID IS A
      * KEYED READ ON THE PRIME KEY; A NAME STARTS ON THE LAST-NAME
      * ALTERNATE KEY AND PRINTS EVERY STUDENT CARRYING THAT NAME.
      * A CARD THAT FINDS NOTHING PRINTS A NOT-ON-FILE LINE, AND A
      * BAD CARD PRINTS AN ERROR LINE; NEITHER STOPS THE RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT INQ-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUINQPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT INQ-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUINQRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENTSFILE.
           COPY STUREC.

       FD INQ-PARM.
       01 INQ-PARM-CARD.
         05 INQ-TYPE            PIC X.
           88 INQ-BY-ID         VALUE "I".
           88 INQ-BY-NAME       VALUE "N".
         05 FILLER              PIC X.
         05 INQ-VALUE           PIC X(10).
         05 INQ-STU-ID REDEFINES INQ-VALUE.
           10 INQ-STU-ID-NUM    PIC X(7).
           10 FILLER            PIC X(3).

       FD INQ-RPT.
       01 INQ-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01 STU-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-PARM-EOF-SW       PIC X VALUE "N".
         88 PARM-EOF VALUE "Y".
       01 WS-NAME-DONE-SW      PIC X VALUE "N".
         88 NAME-DONE VALUE "Y".

       01 WS-CARD-COUNT        PIC 9(5) VALUE 0.
       01 WS-FOUND-COUNT       PIC 9(5) VALUE 0.
       01 WS-MATCH-COUNT       PIC 9(5) VALUE 0.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(40) VALUE
            "STUDENT MASTER INQUIRY".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-COL-HDG.
         05 FILLER             PIC X(40) VALUE
            "STU-ID   LAST NAME  FIRST NAME  GPA  HRS".
         05 FILLER             PIC X(40) VALUE
            "  MAJOR".

       01 WS-RPT-CARD-LINE.
         05 FILLER             PIC X(9) VALUE "INQUIRY: ".
         05 WS-RC-TYPE         PIC X.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RC-VALUE        PIC X(10).
         05 FILLER             PIC X(59) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RD-STU-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-LASTNAME     PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-FIRSTNAME    PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-GPA          PIC 9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-CREDHRS      PIC ZZ9.
         05 FILLER             PIC X(4) VALUE SPACES.
         05 WS-RD-MAJOR        PIC X(3).
         05 FILLER             PIC X(33) VALUE SPACES.

       01 WS-RPT-MSG-LINE.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-MSG         PIC X(40).
         05 FILLER             PIC X(38) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             OPEN INPUT INQ-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "STU-INQ: ERROR OPENING STUINQPARM, ",
                  "STATUS: " PARM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "STU-INQ: ERROR OPENING STUDENTS.DAT, ",
                  "STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE INQ-PARM
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT INQ-RPT
             WRITE INQ-RPT-LINE FROM WS-RPT-TITLE.
             WRITE INQ-RPT-LINE FROM WS-RPT-COL-HDG.

             READ INQ-PARM
              AT END SET PARM-EOF TO TRUE
             END-READ.
             PERFORM 200-PROCESS-CARD UNTIL PARM-EOF.

             CLOSE INQ-PARM, STUDENTSFILE, INQ-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-CARD.
             ADD 1 TO WS-CARD-COUNT.
             MOVE 0 TO WS-MATCH-COUNT.
             MOVE INQ-TYPE TO WS-RC-TYPE.
             MOVE INQ-VALUE TO WS-RC-VALUE.
             WRITE INQ-RPT-LINE FROM WS-RPT-BLANK.
             WRITE INQ-RPT-LINE FROM WS-RPT-CARD-LINE.

             EVALUATE TRUE
                 WHEN INQ-BY-ID AND INQ-STU-ID-NUM IS NUMERIC
                     PERFORM 300-INQUIRE-BY-ID
                 WHEN INQ-BY-ID
                     MOVE "STUDENT ID IS NOT NUMERIC" TO WS-RPT-MSG
                     PERFORM 600-WRITE-MESSAGE
                 WHEN INQ-BY-NAME AND INQ-VALUE NOT = SPACES
                     PERFORM 400-INQUIRE-BY-NAME
                 WHEN INQ-BY-NAME
                     MOVE "LAST NAME IS BLANK" TO WS-RPT-MSG
                     PERFORM 600-WRITE-MESSAGE
                 WHEN OTHER
                     MOVE "INQUIRY TYPE MUST BE I OR N" TO WS-RPT-MSG
                     PERFORM 600-WRITE-MESSAGE
             END-EVALUATE.

             READ INQ-PARM
              AT END SET PARM-EOF TO TRUE
             END-READ.
           200-END.

           300-INQUIRE-BY-ID.
             MOVE INQ-STU-ID-NUM TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     MOVE "STUDENT NOT ON FILE" TO WS-RPT-MSG
                     PERFORM 600-WRITE-MESSAGE
                 NOT INVALID KEY
                     PERFORM 500-PRINT-STUDENT
             END-READ.
           300-END.

           400-INQUIRE-BY-NAME.
             MOVE "N" TO WS-NAME-DONE-SW.
             MOVE INQ-VALUE TO STU-LASTNAME.
             START STUDENTSFILE KEY IS EQUAL TO STU-LASTNAME
                 INVALID KEY
                     SET NAME-DONE TO TRUE
             END-START.
             IF NOT NAME-DONE
                 READ STUDENTSFILE NEXT RECORD
                  AT END SET NAME-DONE TO TRUE
                 END-READ
                 PERFORM 410-NAME-STEP UNTIL NAME-DONE
             END-IF.
             IF WS-MATCH-COUNT = 0
                 MOVE "NO STUDENT ON FILE WITH THAT LAST NAME" TO
                    WS-RPT-MSG
                 PERFORM 600-WRITE-MESSAGE
             END-IF.
           400-END.

           410-NAME-STEP.
             IF STU-LASTNAME NOT = INQ-VALUE
                 SET NAME-DONE TO TRUE
             ELSE
                 PERFORM 500-PRINT-STUDENT
                 READ STUDENTSFILE NEXT RECORD
                  AT END SET NAME-DONE TO TRUE
                 END-READ
             END-IF.
           410-END.

           500-PRINT-STUDENT.
             ADD 1 TO WS-MATCH-COUNT.
             ADD 1 TO WS-FOUND-COUNT.
             MOVE STU-SSN TO WS-RD-STU-ID.
             MOVE STU-LASTNAME TO WS-RD-LASTNAME.
             MOVE STU-FIRSTNAME TO WS-RD-FIRSTNAME.
             MOVE STU-GPA TO WS-RD-GPA.
             MOVE STU-CREDHRS TO WS-RD-CREDHRS.
             MOVE STU-MAJOR TO WS-RD-MAJOR.
             WRITE INQ-RPT-LINE FROM WS-RPT-DETAIL.
           500-END.

           600-WRITE-MESSAGE.
             WRITE INQ-RPT-LINE FROM WS-RPT-MSG-LINE.
           600-END.

           9000-END-PROGRAM.
             DISPLAY "STU-INQ: INQUIRY CARDS READ: " WS-CARD-COUNT.
             DISPLAY "STU-INQ: STUDENTS PRINTED: " WS-FOUND-COUNT.
             GOBACK.

       END PROGRAM STU-INQ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERG-LOAD.
      * LOADS THE MERGED, DE-DUPLICATED STUDENT FILE THAT MERG-STD
      * WRITES (FINAL.DAT) ONTO STUDENTS.DAT. THE MERGED FILE KEYS
      * ON A 9-DIGIT IDENTIFIER AND STUDENTS.DAT ON A 7-DIGIT
      * STUDENT ID, SO EVERY IDENTIFIER IS CARRIED THROUGH THE
      * STUXWALK CROSSWALK: ONE ALREADY ON THE CROSSWALK KEEPS ITS
      * STUDENT ID, AND A NEW ONE IS GIVEN THE NEXT UNUSED ID AND
      * THE PAIRING RECORDED FOR GOOD, SO NO STUDENT IS EVER GIVEN
      * TWO IDS ACROSS MERGES.
      * A STUDENT WHOSE ID IS ALREADY ON STUDENTS.DAT IS LEFT AS
      * THE REGISTRAR MAINTAINS IT (STU-MAINT). A NEW STUDENT TAKES
      * THE MAJOR MAPPED TO THE SOURCE FILE THAT SUPPLIED THE
      * SURVIVING RECORD ON THE MERGMAJMAP CARDS; ONE WITH NO
      * MAPPING, OR A MAPPING NOT ON THE STUMAJOR TABLE, GOES TO
      * THE MERGEXCRPT EXCEPTION REPORT INSTEAD OF BEING LOADED.
      * THE SOURCE IS FOUND BY MATCHING THE MERGED FILE AGAINST
      * ACME, FUSESINC AND TRANSFER, WHICH THE MERGE REQUIRES TO BE
      * IN IDENTIFIER ORDER: THE SURVIVOR CAME FROM THE SOURCE WITH
      * THE MOST CREDIT HOURS, THE FIRST ONE READ ON A TIE.
      * STUDENTS.DAT IS INDEXED ON STUDENT ID, SO THE ON-FILE CHECK
      * IS A KEYED READ AND NEW STUDENTS ARE WRITTEN IN PLACE; A
      * FAILED RUN IS SIMPLY RERUN, AS THE CROSSWALK HOLDS EVERY
      * ID ALREADY GIVEN OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MERGEDFILE ASSIGN TO
           "C:/work space/Cobol path/labs/Cobol/challenge/FINAL.DAT"
             FILE STATUS IS MERGED-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACME-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/challenge/ACME.DAT"
             FILE STATUS IS ACME-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT FUSES-FILE ASSIGN TO
           "C:/work space/Cobol path/labs/Cobol/challenge/FUSESINC.DAT"
             FILE STATUS IS FUSES-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TRANS-FILE ASSIGN TO
           "C:/work space/Cobol path/labs/Cobol/challenge/TRANSFER.DAT"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MAJOR-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/MERGMAJMAP"
             FILE STATUS IS MAP-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT STU-XWALK ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUXWALK"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS XW-SOURCE-ID
             FILE STATUS IS XW-FILE-STATUS.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT LOAD-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/MERGLOADRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EXCEPT-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/MERGEXCRPT"
             FILE STATUS IS EXC-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MERGEDFILE.
       01 SORTDETAILS.
         05 SF-SSN              PIC 9(9).
         05 SF-LASTNAME         PIC X(10).
         05 SF-FIRSTNAME        PIC X(10).
         05 SF-GPA              PIC 9V99.
         05 SF-CREDHRS          PIC 9(3).
         05 FILLER              PIC X(12).

       FD ACME-FILE.
       01 ACMEDETAILS.
         05 ACME-SSN            PIC 9(9).
         05 FILLER              PIC X(23).
         05 ACME-CREDHRS        PIC 9(3).
         05 FILLER              PIC X(12).

       FD FUSES-FILE.
       01 FUSESDETAILS.
         05 FUSES-SSN           PIC 9(9).
         05 FILLER              PIC X(23).
         05 FUSES-CREDHRS       PIC 9(3).
         05 FILLER              PIC X(12).

       FD TRANS-FILE.
       01 TRANSFERDETAILS.
         05 TRANS-SSN           PIC 9(9).
         05 FILLER              PIC X(23).
         05 TRANS-CREDHRS       PIC 9(3).
         05 FILLER              PIC X(12).

       FD MAJOR-MAP.
       01 MAJOR-MAP-CARD.
         05 MM-SOURCE           PIC X(8).
         05 MM-MAJOR            PIC X(3).

       FD STU-XWALK.
           COPY STUXWALKREC.

       FD STUDENTSFILE.
           COPY STUREC.

       FD LOAD-RPT.
       01 LOAD-RPT-LINE      PIC X(80).

       FD EXCEPT-RPT.
       01 EXCEPT-RPT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

           COPY RUNLOGREC.
       01 WS-RL-TIME-RAW.
         05 WS-RL-TIME-HMS    PIC X(6).
         05 FILLER            PIC X(2).

       01 MERGED-FILE-STATUS PIC X(2).
       01 ACME-FILE-STATUS   PIC X(2).
       01 FUSES-FILE-STATUS  PIC X(2).
       01 TRANS-FILE-STATUS  PIC X(2).
       01 MAP-FILE-STATUS    PIC X(2).
       01 XW-FILE-STATUS     PIC X(2).
       01 STU-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS    PIC X(2).
       01 EXC-FILE-STATUS    PIC X(2).

       01 WS-MERGED-EOF-SW   PIC X VALUE "N".
         88 MERGED-EOF VALUE "Y".
       01 WS-ACME-EOF-SW     PIC X VALUE "N".
         88 ACME-EOF VALUE "Y".
       01 WS-FUSES-EOF-SW    PIC X VALUE "N".
         88 FUSES-EOF VALUE "Y".
       01 WS-TRANS-EOF-SW    PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-MAP-EOF-SW      PIC X VALUE "N".
         88 MAP-EOF VALUE "Y".
       01 WS-XW-EOF-SW       PIC X VALUE "N".
         88 XW-EOF VALUE "Y".
       01 WS-STU-EOF-SW      PIC X VALUE "N".
         88 STU-EOF VALUE "Y".
       01 WS-XW-OPEN-SW      PIC X VALUE "N".
         88 XWALK-OPEN VALUE "Y".
       01 WS-STU-OPEN-SW     PIC X VALUE "N".
         88 STUDENTS-OPEN VALUE "Y".
       01 WS-INPUTS-OPEN-SW  PIC X VALUE "N".
         88 INPUTS-OPEN VALUE "Y".
       01 WS-RPTS-OPEN-SW    PIC X VALUE "N".
         88 REPORTS-OPEN VALUE "Y".
       01 WS-XW-FOUND-SW     PIC X VALUE "N".
         88 XWALK-FOUND VALUE "Y".
       01 WS-ON-FILE-SW      PIC X VALUE "N".
         88 STUDENT-ON-FILE VALUE "Y".
       01 WS-SOURCE-FOUND-SW PIC X VALUE "N".
         88 SOURCE-FOUND VALUE "Y".

           COPY STUMAJOR.
       01 WS-CHECK-MAJOR     PIC X(3).

      * SOURCE-TO-MAJOR MAPPING FROM THE MERGMAJMAP CARDS.
       01 WS-MAP-MAX         PIC 9(2) VALUE 10.
       01 WS-MAP-COUNT       PIC 9(2) VALUE 0.
       01 WS-MAP-IDX         PIC 9(2).
       01 WS-MAP-TABLE.
         05 WS-MAP-ENTRY OCCURS 10 TIMES.
           10 WS-MAP-SOURCE  PIC X(8).
           10 WS-MAP-MAJOR   PIC X(3).

      * NEW STUDENT IDS CONTINUE FROM THE HIGHEST ID ON EITHER THE
      * CROSSWALK OR STUDENTS.DAT.
       01 WS-HIGH-ID         PIC 9(7) VALUE 0.
       01 WS-NEXT-ID         PIC 9(8).
       01 WS-FIRST-ASSIGNED  PIC 9(7) VALUE 0.
       01 WS-LAST-ASSIGNED   PIC 9(7) VALUE 0.

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-LOAD-ID         PIC 9(7).
       01 WS-LOAD-MAJOR      PIC X(3).
       01 WS-CUR-SOURCE      PIC X(8).
       01 WS-BEST-CREDHRS    PIC 9(3).
       01 WS-EXC-REASON      PIC X(26).

       01 WS-READ-COUNT      PIC 9(5) VALUE 0.
       01 WS-ON-FILE-COUNT   PIC 9(5) VALUE 0.
       01 WS-ADDED-COUNT     PIC 9(5) VALUE 0.
       01 WS-READDED-COUNT   PIC 9(5) VALUE 0.
       01 WS-EXCEPT-COUNT    PIC 9(5) VALUE 0.
       01 WS-ACME-COUNT      PIC 9(5) VALUE 0.
       01 WS-FUSES-COUNT     PIC 9(5) VALUE 0.
       01 WS-TRANS-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT   PIC 9(5) VALUE 0.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "MERG-LOAD MERGED STUDENT LOAD CONTROL".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-COLUMNS.
         05 FILLER             PIC X(11) VALUE "SOURCE ID".
         05 FILLER             PIC X(9) VALUE "STU ID".
         05 FILLER             PIC X(23) VALUE "NAME".
         05 FILLER             PIC X(10) VALUE "SOURCE".
         05 FILLER             PIC X(5) VALUE "MAJ".
         05 FILLER             PIC X(22) VALUE "RESULT".

       01 WS-RPT-DETAIL.
         05 WS-RD-SOURCE-ID    PIC 9(9).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-STU-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-LASTNAME     PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-FIRSTNAME    PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-SOURCE       PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-MAJOR        PIC X(3).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-RESULT       PIC X(20).
         05 FILLER             PIC X(2) VALUE SPACES.

       01 WS-EXC-HEADING.
         05 FILLER             PIC X(40) VALUE
            "MERG-LOAD STUDENTS NOT LOADED".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-EXC-DETAIL.
         05 WS-ED-SOURCE-ID    PIC X(9).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ED-LASTNAME     PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-ED-FIRSTNAME    PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ED-SOURCE       PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ED-MAJOR        PIC X(3).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ED-REASON       PIC X(26).
         05 FILLER             PIC X(5) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(30).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-RPT-RANGE-LINE.
         05 FILLER             PIC X(30) VALUE
            "STUDENT IDS ASSIGNED:".
         05 WS-RPT-FIRST-ID    PIC 9(7).
         05 FILLER             PIC X(4) VALUE " TO ".
         05 WS-RPT-LAST-ID     PIC 9(7).
         05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             MOVE "MERG-LOAD" TO RL-PROGRAM-ID.
             ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RL-TIME-RAW FROM TIME.
             MOVE WS-RL-TIME-HMS TO RL-START-TIME.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             MOVE WS-VALID-MAJOR-VALUES TO WS-VALID-MAJOR-TABLE.

             PERFORM 120-LOAD-MAJOR-MAP.

             PERFORM 150-OPEN-CROSSWALK.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 200-OPEN-STUDENTS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.
             COMPUTE WS-NEXT-ID = WS-HIGH-ID + 1.

             PERFORM 250-OPEN-INPUTS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT LOAD-RPT
             OPEN OUTPUT EXCEPT-RPT
             SET REPORTS-OPEN TO TRUE.
             WRITE LOAD-RPT-LINE FROM WS-RPT-HEADING.
             WRITE LOAD-RPT-LINE FROM WS-RPT-COLUMNS.
             WRITE EXCEPT-RPT-LINE FROM WS-EXC-HEADING.

             READ MERGEDFILE
              AT END SET MERGED-EOF TO TRUE
             END-READ.
             PERFORM 300-LOAD-ONE-STUDENT UNTIL MERGED-EOF.

             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           120-LOAD-MAJOR-MAP.
      * NO MAPPING CARDS MEANS NO NEW STUDENT CAN BE GIVEN A MAJOR;
      * THEY ALL GO TO THE EXCEPTION REPORT.
             OPEN INPUT MAJOR-MAP
             IF MAP-FILE-STATUS NOT = "00"
                 DISPLAY "MERG-LOAD: NO MERGMAJMAP CARDS, NEW ",
                  "STUDENTS WILL NOT BE LOADED"
             ELSE
                 READ MAJOR-MAP
                  AT END SET MAP-EOF TO TRUE
                 END-READ
                 PERFORM 130-LOAD-MAP-STEP UNTIL MAP-EOF
                 CLOSE MAJOR-MAP
             END-IF.
           120-END.

           130-LOAD-MAP-STEP.
             IF MM-SOURCE NOT = SPACES
                 IF WS-MAP-COUNT < WS-MAP-MAX
                     ADD 1 TO WS-MAP-COUNT
                     MOVE MM-SOURCE TO WS-MAP-SOURCE(WS-MAP-COUNT)
                     MOVE MM-MAJOR TO WS-MAP-MAJOR(WS-MAP-COUNT)
                 ELSE
                     DISPLAY "MERG-LOAD: MERGMAJMAP CARD IGNORED, ",
                      "TABLE FULL: " MM-SOURCE
                 END-IF
             END-IF.
             READ MAJOR-MAP
              AT END SET MAP-EOF TO TRUE
             END-READ.
           130-END.

           150-OPEN-CROSSWALK.
      * THE CROSSWALK IS CREATED ON THE FIRST LOAD.
             OPEN I-O STU-XWALK
             IF XW-FILE-STATUS = "35"
                 OPEN OUTPUT STU-XWALK
                 CLOSE STU-XWALK
                 OPEN I-O STU-XWALK
             END-IF.
             IF XW-FILE-STATUS NOT = "00"
                 DISPLAY "MERG-LOAD: ERROR OPENING STUXWALK, ",
                  "STATUS: " XW-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 SET XWALK-OPEN TO TRUE
                 READ STU-XWALK NEXT RECORD
                  AT END SET XW-EOF TO TRUE
                 END-READ
                 PERFORM 160-SCAN-CROSSWALK-STEP UNTIL XW-EOF
             END-IF.
           150-END.

           160-SCAN-CROSSWALK-STEP.
             IF XW-STU-ID > WS-HIGH-ID
                 MOVE XW-STU-ID TO WS-HIGH-ID
             END-IF.
             READ STU-XWALK NEXT RECORD
              AT END SET XW-EOF TO TRUE
             END-READ.
           160-END.

           200-OPEN-STUDENTS.
      * THE LAST STUDENT IN KEY ORDER CARRIES THE HIGHEST ID ON
      * THE MASTER.
             OPEN I-O STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "MERG-LOAD: ERROR OPENING STUDENTS.DAT, ",
                  "STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 SET STUDENTS-OPEN TO TRUE
                 READ STUDENTSFILE NEXT RECORD
                  AT END SET STU-EOF TO TRUE
                 END-READ
                 PERFORM 210-SCAN-STUDENT-STEP UNTIL STU-EOF
             END-IF.
           200-END.

           210-SCAN-STUDENT-STEP.
             IF STU-SSN > WS-HIGH-ID
                 MOVE STU-SSN TO WS-HIGH-ID
             END-IF.
             READ STUDENTSFILE NEXT RECORD
              AT END SET STU-EOF TO TRUE
             END-READ.
           210-END.

           250-OPEN-INPUTS.
             OPEN INPUT MERGEDFILE
             IF MERGED-FILE-STATUS NOT = "00"
                 DISPLAY "MERG-LOAD: ERROR OPENING FINAL.DAT, ",
                  "STATUS: " MERGED-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.
             OPEN INPUT ACME-FILE, FUSES-FILE, TRANS-FILE
             IF ACME-FILE-STATUS NOT = "00"
                OR FUSES-FILE-STATUS NOT = "00"
                OR TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "MERG-LOAD: ERROR OPENING SOURCE FILES, ",
                  "STATUS: " ACME-FILE-STATUS " " FUSES-FILE-STATUS
                  " " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.
             SET INPUTS-OPEN TO TRUE.
             IF RETURN-CODE = 0
                 READ ACME-FILE
                  AT END SET ACME-EOF TO TRUE
                 END-READ
                 READ FUSES-FILE
                  AT END SET FUSES-EOF TO TRUE
                 END-READ
                 READ TRANS-FILE
                  AT END SET TRANS-EOF TO TRUE
                 END-READ
             END-IF.
           250-END.

           300-LOAD-ONE-STUDENT.
             ADD 1 TO WS-READ-COUNT.
             MOVE SPACES TO WS-EXC-REASON.
             MOVE SPACES TO WS-LOAD-MAJOR.
             MOVE 0 TO WS-LOAD-ID.
             MOVE "N" TO WS-XW-FOUND-SW.
             MOVE "N" TO WS-ON-FILE-SW.
             PERFORM 310-FIND-SOURCE.

             IF SF-SSN IS NOT NUMERIC OR SF-SSN = 0
                 MOVE "INVALID SOURCE ID" TO WS-EXC-REASON
             ELSE
                 PERFORM 320-LOOKUP-CROSSWALK
             END-IF.

             IF WS-EXC-REASON = SPACES AND NOT STUDENT-ON-FILE
                 PERFORM 330-MAP-MAJOR
             END-IF.

             IF WS-EXC-REASON = SPACES AND NOT XWALK-FOUND
                AND WS-NEXT-ID > 9999999
                 MOVE "STUDENT ID RANGE EXHAUSTED" TO WS-EXC-REASON
             END-IF.

             EVALUATE TRUE
                 WHEN WS-EXC-REASON NOT = SPACES
                     PERFORM 420-WRITE-EXCEPTION
                 WHEN STUDENT-ON-FILE
                     ADD 1 TO WS-ON-FILE-COUNT
                     MOVE "ALREADY ON FILE" TO WS-RD-RESULT
                     PERFORM 410-WRITE-DETAIL
                 WHEN XWALK-FOUND
                     PERFORM 350-WRITE-STUDENT
                     IF WS-EXC-REASON NOT = SPACES
                         PERFORM 420-WRITE-EXCEPTION
                     ELSE
                         ADD 1 TO WS-READDED-COUNT
                         MOVE "RELOADED, SAME ID" TO WS-RD-RESULT
                         PERFORM 410-WRITE-DETAIL
                     END-IF
                 WHEN OTHER
                     PERFORM 340-ASSIGN-STUDENT-ID
                     IF WS-EXC-REASON = SPACES
                         PERFORM 350-WRITE-STUDENT
                     END-IF
                     IF WS-EXC-REASON NOT = SPACES
                         PERFORM 420-WRITE-EXCEPTION
                     ELSE
                         ADD 1 TO WS-ADDED-COUNT
                         MOVE "ADDED, NEW ID" TO WS-RD-RESULT
                         PERFORM 410-WRITE-DETAIL
                     END-IF
             END-EVALUATE.

             READ MERGEDFILE
              AT END SET MERGED-EOF TO TRUE
             END-READ.
           300-END.

           310-FIND-SOURCE.
             MOVE "N" TO WS-SOURCE-FOUND-SW.
             MOVE "UNKNOWN" TO WS-CUR-SOURCE.
             MOVE 0 TO WS-BEST-CREDHRS.
             PERFORM 311-SKIP-ACME
                 UNTIL ACME-EOF OR ACME-SSN NOT < SF-SSN.
             PERFORM 312-MATCH-ACME
                 UNTIL ACME-EOF OR ACME-SSN NOT = SF-SSN.
             PERFORM 313-SKIP-FUSES
                 UNTIL FUSES-EOF OR FUSES-SSN NOT < SF-SSN.
             PERFORM 314-MATCH-FUSES
                 UNTIL FUSES-EOF OR FUSES-SSN NOT = SF-SSN.
             PERFORM 315-SKIP-TRANS
                 UNTIL TRANS-EOF OR TRANS-SSN NOT < SF-SSN.
             PERFORM 316-MATCH-TRANS
                 UNTIL TRANS-EOF OR TRANS-SSN NOT = SF-SSN.

             EVALUATE WS-CUR-SOURCE
                 WHEN "ACME"
                     ADD 1 TO WS-ACME-COUNT
                 WHEN "FUSESINC"
                     ADD 1 TO WS-FUSES-COUNT
                 WHEN "TRANSFER"
                     ADD 1 TO WS-TRANS-COUNT
                 WHEN OTHER
                     ADD 1 TO WS-UNKNOWN-COUNT
             END-EVALUATE.
           310-END.

           311-SKIP-ACME.
             READ ACME-FILE
              AT END SET ACME-EOF TO TRUE
             END-READ.
           311-END.

           312-MATCH-ACME.
             IF NOT SOURCE-FOUND OR ACME-CREDHRS > WS-BEST-CREDHRS
                 SET SOURCE-FOUND TO TRUE
                 MOVE "ACME" TO WS-CUR-SOURCE
                 MOVE ACME-CREDHRS TO WS-BEST-CREDHRS
             END-IF.
             READ ACME-FILE
              AT END SET ACME-EOF TO TRUE
             END-READ.
           312-END.

           313-SKIP-FUSES.
             READ FUSES-FILE
              AT END SET FUSES-EOF TO TRUE
             END-READ.
           313-END.

           314-MATCH-FUSES.
             IF NOT SOURCE-FOUND OR FUSES-CREDHRS > WS-BEST-CREDHRS
                 SET SOURCE-FOUND TO TRUE
                 MOVE "FUSESINC" TO WS-CUR-SOURCE
                 MOVE FUSES-CREDHRS TO WS-BEST-CREDHRS
             END-IF.
             READ FUSES-FILE
              AT END SET FUSES-EOF TO TRUE
             END-READ.
           314-END.

           315-SKIP-TRANS.
             READ TRANS-FILE
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           315-END.

           316-MATCH-TRANS.
             IF NOT SOURCE-FOUND OR TRANS-CREDHRS > WS-BEST-CREDHRS
                 SET SOURCE-FOUND TO TRUE
                 MOVE "TRANSFER" TO WS-CUR-SOURCE
                 MOVE TRANS-CREDHRS TO WS-BEST-CREDHRS
             END-IF.
             READ TRANS-FILE
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           316-END.

           320-LOOKUP-CROSSWALK.
             MOVE SF-SSN TO XW-SOURCE-ID.
             READ STU-XWALK
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET XWALK-FOUND TO TRUE
                     MOVE XW-STU-ID TO WS-LOAD-ID
                     PERFORM 325-CHECK-ON-FILE
             END-READ.
           320-END.

           325-CHECK-ON-FILE.
             MOVE WS-LOAD-ID TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET STUDENT-ON-FILE TO TRUE
             END-READ.
           325-END.

           330-MAP-MAJOR.
             MOVE 1 TO WS-MAP-IDX.
             PERFORM 335-MAP-MAJOR-STEP
                 UNTIL WS-MAP-IDX > WS-MAP-COUNT
                    OR WS-MAP-SOURCE(WS-MAP-IDX) = WS-CUR-SOURCE.
             IF WS-MAP-IDX > WS-MAP-COUNT
                 MOVE "NO MAJOR MAPPED FOR SOURCE" TO WS-EXC-REASON
             ELSE
                 MOVE WS-MAP-MAJOR(WS-MAP-IDX) TO WS-LOAD-MAJOR
                 MOVE WS-LOAD-MAJOR TO WS-CHECK-MAJOR
                 PERFORM 360-VALIDATE-MAJOR
                 IF NOT VALID-MAJOR-FOUND
                     MOVE "INVALID MAJOR CODE" TO WS-EXC-REASON
                 END-IF
             END-IF.
           330-END.

           335-MAP-MAJOR-STEP.
             ADD 1 TO WS-MAP-IDX.
           335-END.

           340-ASSIGN-STUDENT-ID.
      * THE PAIRING IS RECORDED BEFORE THE STUDENT IS WRITTEN, SO A
      * RUN THAT FAILS AFTER THIS POINT RELOADS THE STUDENT UNDER
      * THE SAME ID NEXT TIME.
             MOVE WS-NEXT-ID TO WS-LOAD-ID.
             MOVE SF-SSN TO XW-SOURCE-ID.
             MOVE WS-LOAD-ID TO XW-STU-ID.
             MOVE WS-CUR-SOURCE TO XW-SOURCE.
             MOVE WS-RUN-DATE TO XW-ASSIGNED-DATE.
             WRITE STU-XWALK-REC
                 INVALID KEY
                     DISPLAY "MERG-LOAD: ERROR WRITING STUXWALK, ",
                      "STATUS: " XW-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     MOVE "CROSSWALK WRITE FAILED" TO WS-EXC-REASON
                 NOT INVALID KEY
                     ADD 1 TO WS-NEXT-ID
                     IF WS-FIRST-ASSIGNED = 0
                         MOVE WS-LOAD-ID TO WS-FIRST-ASSIGNED
                     END-IF
                     MOVE WS-LOAD-ID TO WS-LAST-ASSIGNED
             END-WRITE.
           340-END.

           350-WRITE-STUDENT.
             MOVE SPACES TO STUDENTDETAILS.
             MOVE WS-LOAD-ID TO STU-SSN.
             MOVE SF-LASTNAME TO STU-LASTNAME.
             MOVE SF-FIRSTNAME TO STU-FIRSTNAME.
             MOVE SF-GPA TO STU-GPA.
             MOVE SF-CREDHRS TO STU-CREDHRS.
             MOVE WS-LOAD-MAJOR TO STU-MAJOR.
             WRITE STUDENTDETAILS
                 INVALID KEY
                     DISPLAY "MERG-LOAD: ERROR WRITING STUDENT "
                        STU-SSN ", STATUS: " STU-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     MOVE "STUDENT WRITE FAILED" TO WS-EXC-REASON
             END-WRITE.
           350-END.

           360-VALIDATE-MAJOR.
      * SAME TABLE AND SAME RULE AS 250-VALIDATE-MAJOR IN
      * STU-MAINT.
             MOVE "N" TO WS-VALID-MAJOR-SW.
             MOVE 1 TO WS-VALID-MAJOR-IDX.

             IF WS-CHECK-MAJOR NOT = SPACES
                 PERFORM 365-VALIDATE-MAJOR-STEP
                     UNTIL VALID-MAJOR-FOUND
                        OR WS-VALID-MAJOR-IDX > WS-VALID-MAJOR-COUNT
             END-IF.
           360-END.

           365-VALIDATE-MAJOR-STEP.
             IF WS-VALID-MAJOR-ENTRY(WS-VALID-MAJOR-IDX) =
                WS-CHECK-MAJOR
                 SET VALID-MAJOR-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-VALID-MAJOR-IDX
             END-IF.
           365-END.

           410-WRITE-DETAIL.
             MOVE SF-SSN TO WS-RD-SOURCE-ID.
             MOVE WS-LOAD-ID TO WS-RD-STU-ID.
             MOVE SF-LASTNAME TO WS-RD-LASTNAME.
             MOVE SF-FIRSTNAME TO WS-RD-FIRSTNAME.
             MOVE WS-CUR-SOURCE TO WS-RD-SOURCE.
             MOVE WS-LOAD-MAJOR TO WS-RD-MAJOR.
             WRITE LOAD-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-EXCEPTION.
             ADD 1 TO WS-EXCEPT-COUNT.
             MOVE SORTDETAILS(1:9) TO WS-ED-SOURCE-ID.
             MOVE SF-LASTNAME TO WS-ED-LASTNAME.
             MOVE SF-FIRSTNAME TO WS-ED-FIRSTNAME.
             MOVE WS-CUR-SOURCE TO WS-ED-SOURCE.
             MOVE WS-LOAD-MAJOR TO WS-ED-MAJOR.
             MOVE WS-EXC-REASON TO WS-ED-REASON.
             WRITE EXCEPT-RPT-LINE FROM WS-EXC-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             WRITE LOAD-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "MERGED RECORDS READ:" TO WS-RPT-TOT-LABEL.
             MOVE WS-READ-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "  FROM ACME:" TO WS-RPT-TOT-LABEL.
             MOVE WS-ACME-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "  FROM FUSESINC:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FUSES-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "  FROM TRANSFER:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "  SOURCE NOT FOUND:" TO WS-RPT-TOT-LABEL.
             MOVE WS-UNKNOWN-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "ALREADY ON STUDENTS.DAT:" TO WS-RPT-TOT-LABEL.
             MOVE WS-ON-FILE-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "ADDED UNDER A NEW ID:" TO WS-RPT-TOT-LABEL.
             MOVE WS-ADDED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "RELOADED UNDER CROSSWALK ID:" TO WS-RPT-TOT-LABEL.
             MOVE WS-READDED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "NOT LOADED (SEE MERGEXCRPT):" TO WS-RPT-TOT-LABEL.
             MOVE WS-EXCEPT-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE WS-FIRST-ASSIGNED TO WS-RPT-FIRST-ID.
             MOVE WS-LAST-ASSIGNED TO WS-RPT-LAST-ID.
             WRITE LOAD-RPT-LINE FROM WS-RPT-RANGE-LINE.

             IF RETURN-CODE NOT = 0
                 WRITE LOAD-RPT-LINE FROM WS-RPT-BLANK
                 MOVE "RUN FAILED, CORRECT AND RERUN THE LOAD"
                    TO LOAD-RPT-LINE
                 WRITE LOAD-RPT-LINE
             END-IF.
           8000-END.

           9000-END-PROGRAM.
             IF REPORTS-OPEN
                 CLOSE LOAD-RPT, EXCEPT-RPT
             END-IF.
             IF INPUTS-OPEN
                 CLOSE MERGEDFILE, ACME-FILE, FUSES-FILE, TRANS-FILE
             END-IF.
             IF XWALK-OPEN
                 CLOSE STU-XWALK
             END-IF.
             IF STUDENTS-OPEN
                 CLOSE STUDENTSFILE
             END-IF.
             DISPLAY "MERG-LOAD: MERGED RECORDS READ: " WS-READ-COUNT
                " ADDED: " WS-ADDED-COUNT
                " NOT LOADED: " WS-EXCEPT-COUNT.
             PERFORM 9500-WRITE-RUNLOG.
             GOBACK.

           9500-WRITE-RUNLOG.
             ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RL-TIME-RAW FROM TIME.
             MOVE WS-RL-TIME-HMS TO RL-END-TIME.
             MOVE WS-READ-COUNT TO RL-RECORDS-IN.
             COMPUTE RL-RECORDS-OUT = WS-ADDED-COUNT
                + WS-READDED-COUNT.
             MOVE RETURN-CODE TO RL-RETURN-CODE.
             CALL "RUNLOGGER" USING RUNLOG-PARM.
             MOVE RL-RETURN-CODE TO RETURN-CODE.
           9500-END.

       END PROGRAM MERG-LOAD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-AUDIT.
      * NIGHTLY INTEGRITY AUDIT OF THE INDEXED MASTERS. READS
      * EMPFILE, YTDMASTER, PAYHIST, GARNMASTER, GLMAP AND THE
      * STUDENTS MASTER END TO END, COMPUTES RECORD COUNTS AND
      * AMOUNT HASH TOTALS, AND COMPARES THEM AGAINST THE FIGURES
      * SAVED BY THE PREVIOUS NIGHT'S AUDIT ON AUDITSTAT. A FILE
      * THAT WILL NOT READ CLEANLY, OR THAT HAS FEWER RECORDS THAN
      * LAST NIGHT, FAILS THE STEP WITH A CLEAR REPORT - SO A
      * BROKEN INDEX OR TRUNCATED FILE IS CAUGHT BEFORE PAYROLL
      * RUNS, NOT IN THE MIDDLE OF IT. EMPFILE AND STUDENTS ARE
      * THE EXCEPTIONS: EMP-MAINT DELETES AND STU-MAINT WITHDRAWALS
      * SHRINK THEM IN NORMAL RUNNING, SO THEIR SHRINK IS REPORTED
      * FOR THE OPERATOR BUT ONLY A READ ERROR FAILS THEM. AFTER A
      * DELIBERATE SHRINK OF THE OTHERS (A YEAR-END CLOSE OR A
      * HISTORY PURGE) THE OPERATOR CLEARS AUDITSTAT TO REBASE.

             RECORD KEY IS GLM-DEPARTMENT
             FILE STATUS IS MAP-FILE-STATUS.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT AUDIT-STAT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/AUDITSTAT"
             FILE STATUS IS STAT-FILE-STATUS
         05 GLM-COST-CENTER    PIC X(4).
         05 GLM-ACCOUNT        PIC X(6).

       FD STUDENTSFILE.
           COPY STUREC.

       FD AUDIT-STAT.
       01 AUDIT-STAT-REC.
         05 AS-FILE-NAME        PIC X(12).
       01 PH-FILE-STATUS       PIC X(2).
       01 GARN-FILE-STATUS     PIC X(2).
       01 MAP-FILE-STATUS      PIC X(2).
       01 STU-FILE-STATUS      PIC X(2).
       01 STAT-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).


      * TONIGHT'S FIGURES PER MASTER, SAVED TO AUDITSTAT AT END SO
      * TOMORROW HAS A BASELINE.
       01 WS-FILE-MAX          PIC 9 VALUE 6.
       01 WS-FILE-IDX          PIC 9.
       01 WS-FIND-IDX          PIC 9.
       01 WS-TONIGHT-TABLE.
         05 WS-TN-ENTRY OCCURS 6 TIMES.
           10 WS-TN-NAME       PIC X(12).
           10 WS-TN-COUNT      PIC 9(9).
           10 WS-TN-HASH       PIC S9(13)V99.

       01 WS-PREV-COUNT        PIC 9 VALUE 0.
       01 WS-PREV-TABLE.
         05 WS-PV-ENTRY OCCURS 6 TIMES.
           10 WS-PV-NAME       PIC X(12).
           10 WS-PV-COUNT      PIC 9(9).
           10 WS-PV-HASH       PIC S9(13)V99.
             PERFORM 400-AUDIT-PAYHIST.
             PERFORM 500-AUDIT-GARNMASTER.
             PERFORM 600-AUDIT-GLMAP.
             PERFORM 650-AUDIT-STUDENTS.

             IF WS-FAIL-COUNT > 0
                 DISPLAY "FILE-AUDIT: " WS-FAIL-COUNT
             END-READ.
           610-END.

           650-AUDIT-STUDENTS.
             MOVE "STUDENTS" TO WS-CUR-NAME.
             MOVE 0 TO WS-CUR-COUNT.
             MOVE 0 TO WS-CUR-HASH.
             MOVE "N" TO WS-FILE-EOF-SW.
             MOVE SPACES TO WS-CUR-STATUS.

             OPEN INPUT STUDENTSFILE
             EVALUATE STU-FILE-STATUS
                 WHEN "00"
                     READ STUDENTSFILE NEXT RECORD
                      AT END SET FILE-EOF TO TRUE
                     END-READ
                     PERFORM 660-COUNT-STU-STEP UNTIL FILE-EOF
                     IF STU-FILE-STATUS NOT = "00"
                        AND STU-FILE-STATUS NOT = "10"
                         MOVE STU-FILE-STATUS TO WS-CUR-STATUS
                     END-IF
                     CLOSE STUDENTSFILE
                 WHEN "35"
      * A SITE THAT RUNS PAYROLL ONLY KEEPS NO STUDENT MASTER.
                     CONTINUE
                 WHEN OTHER
                     MOVE STU-FILE-STATUS TO WS-CUR-STATUS
             END-EVALUATE.

             MOVE 6 TO WS-FILE-IDX.
             PERFORM 700-JUDGE-ONE-FILE.
           650-END.

           660-COUNT-STU-STEP.
             ADD 1 TO WS-CUR-COUNT.
             COMPUTE WS-CUR-HASH = WS-CUR-HASH
                 + STU-GPA + STU-CREDHRS.
             READ STUDENTSFILE NEXT RECORD
              AT END SET FILE-EOF TO TRUE
             END-READ.
           660-END.

           700-JUDGE-ONE-FILE.
             MOVE WS-CUR-NAME TO WS-TN-NAME(WS-FILE-IDX).
             MOVE WS-CUR-COUNT TO WS-TN-COUNT(WS-FILE-IDX).
                     MOVE "FAIL, READ ERROR" TO WS-RPT-VERDICT
                     MOVE "N" TO WS-TN-OK(WS-FILE-IDX)
                     ADD 1 TO WS-FAIL-COUNT
      * ROUTINE EMP-MAINT DELETES SHRINK EMPFILE, AND STU-MAINT
      * WITHDRAWALS SHRINK STUDENTS, SO THEIR SHRINK IS A NOTE, NOT
      * A FAILURE; THE OTHER MASTERS NEVER SHRINK OUTSIDE A
      * DELIBERATE CLOSE OR PURGE.
                 WHEN PREV-FOUND
                  AND WS-CUR-NAME = "EMPFILE"
                  AND WS-CUR-COUNT < WS-PV-COUNT(WS-PV-IDX)
                     MOVE "SHRANK, SEE EMP-MAINT" TO WS-RPT-VERDICT
                 WHEN PREV-FOUND
                  AND WS-CUR-NAME = "STUDENTS"
                  AND WS-CUR-COUNT < WS-PV-COUNT(WS-PV-IDX)
                     MOVE "SHRANK, SEE STU-MAINT" TO WS-RPT-VERDICT
                 WHEN PREV-FOUND
                  AND WS-CUR-COUNT < WS-PV-COUNT(WS-PV-IDX)
                     MOVE "FAIL, FILE SHRANK" TO WS-RPT-VERDICT

      * SO A RESTART NEVER RE-RAISES RATES OR RE-PAYS EMPLOYEES.
      * AN OPTIONAL PAYDRVPARM CARD FILE (ONE STEP NAME PER CARD)
      * RUNS A NAMED SUBSET OF STEPS FOR ONE-OFF WORK.
      * THE STREAM RUNS FOR THE PAY GROUP ON THE PAYGRPPARM CARD,
      * WHICH THE CALLED STEPS READ AS WELL. STEP STATUS CARRIES THE
      * GROUP, SO ONE GROUP'S UNFINISHED STREAM CANNOT BE RESUMED
      * UNDER ANOTHER GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-GROUP-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYGRPPARM"
             FILE STATUS IS PG-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-STAT.
       01 STEP-STAT-REC.
         05 SS-STEP-NAME        PIC X(12).
         05 SS-PAY-GROUP        PIC X(2).

       FD DRIVER-PARM.
       01 DRIVER-PARM-CARD.
         05 DP-STEP-NAME        PIC X(12).

       FD PAY-GROUP-PARM.
       01 PAY-GROUP-CARD.
         05 PG-PAY-GROUP        PIC X(2).

       WORKING-STORAGE SECTION.

       01 STAT-FILE-STATUS     PIC X(2).
       01 PARM-FILE-STATUS     PIC X(2).
       01 PG-FILE-STATUS       PIC X(2).

       01 WS-RUN-PAY-GROUP     PIC X(2) VALUE SPACES.
       01 WS-STAT-PAY-GROUP    PIC X(2) VALUE SPACES.
       01 WS-GROUP-MISMATCH-SW PIC X VALUE "N".
         88 OTHER-GROUP-PENDING VALUE "Y".

       01 WS-STAT-EOF-SW       PIC X VALUE "N".
         88 STAT-EOF VALUE "Y".
       01 WS-PARM-EOF-SW       PIC X VALUE "N".
         88 PARM-EOF VALUE "Y".

       01 WS-STEP-MAX          PIC 9(2) VALUE 17.
       01 WS-STEP-IDX          PIC 9(2).
       01 WS-STEP-NAME         PIC X(12).

         05 FILLER PIC X(12) VALUE "EMP-PAY".
         05 FILLER PIC X(12) VALUE "SORT-EMP".
         05 FILLER PIC X(12) VALUE "TIME-CAPTURE".
         05 FILLER PIC X(12) VALUE "MST-BACKUP".
         05 FILLER PIC X(12) VALUE "EMP-PAYROLL".
         05 FILLER PIC X(12) VALUE "PAY-AUDIT".
         05 FILLER PIC X(12) VALUE "GL-EXTRACT".
         05 FILLER PIC X(12) VALUE "PAY-RECON".
         05 FILLER PIC X(12) VALUE "FWS-DRAWDOWN".
         05 FILLER PIC X(12) VALUE "K401-CONTRIB".
         05 FILLER PIC X(12) VALUE "MGT-SUMMARY".
         05 FILLER PIC X(12) VALUE "EQ-PAY".
       01 WS-STEP-NAMES REDEFINES WS-STEP-NAME-VALUES.
         05 WS-STEP-NAME-T OCCURS 17 TIMES PIC X(12).

       01 WS-DONE-MAX          PIC 9(2) VALUE 20.
       01 WS-DONE-COUNT        PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.

           0000-MAINLINE.
             PERFORM 1050-READ-PAY-GROUP.
             PERFORM 1000-LOAD-STEP-STATUS.
             PERFORM 1100-LOAD-PARM-CARDS.

             DISPLAY "PAYDRIVER: PAY GROUP: " WS-RUN-PAY-GROUP.
             IF OTHER-GROUP-PENDING
                 DISPLAY "PAYDRIVER: UNFINISHED STREAM FOR PAY GROUP "
                    WS-STAT-PAY-GROUP " MUST COMPLETE FIRST"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE 1 TO WS-STEP-IDX.
             PERFORM 2000-RUN-ONE-STEP
                 UNTIL WS-STEP-IDX > WS-STEP-MAX.
           1000-END.

           1010-LOAD-STATUS-STEP.
             IF SS-PAY-GROUP NOT = WS-RUN-PAY-GROUP
                 SET OTHER-GROUP-PENDING TO TRUE
                 MOVE SS-PAY-GROUP TO WS-STAT-PAY-GROUP
             END-IF.
             IF WS-DONE-COUNT < WS-DONE-MAX
                 ADD 1 TO WS-DONE-COUNT
                 MOVE SS-STEP-NAME TO WS-DONE-NAME(WS-DONE-COUNT)
             END-READ.
           1010-END.

           1050-READ-PAY-GROUP.
      * NO CARD MEANS THE ORIGINAL (BLANK) PAY GROUP.
             OPEN INPUT PAY-GROUP-PARM
             IF PG-FILE-STATUS = "00"
                 READ PAY-GROUP-PARM
                     AT END
                         CONTINUE
                     NOT AT END
                         MOVE PG-PAY-GROUP TO WS-RUN-PAY-GROUP
                 END-READ
                 CLOSE PAY-GROUP-PARM
             END-IF.
           1050-END.

           1100-LOAD-PARM-CARDS.
             OPEN INPUT DRIVER-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 OPEN OUTPUT STEP-STAT
             END-IF.
             MOVE WS-STEP-NAME TO SS-STEP-NAME.
             MOVE WS-RUN-PAY-GROUP TO SS-PAY-GROUP.
             WRITE STEP-STAT-REC.
             CLOSE STEP-STAT.
           2300-END.
                     CALL "SORT-EMP"
                 WHEN "TIME-CAPTURE"
                     CALL "TIME-CAPTURE"
                 WHEN "MST-BACKUP"
                     CALL "MST-BACKUP"
                 WHEN "EMP-PAYROLL"
                     CALL "EMP-PAYROLL"
                 WHEN "PAY-AUDIT"
                     CALL "GL-EXTRACT"
                 WHEN "PAY-RECON"
                     CALL "PAY-RECON"
                 WHEN "FWS-DRAWDOWN"
                     CALL "FWS-DRAWDOWN"
                 WHEN "K401-CONTRIB"
                     CALL "K401-CONTRIB"
                 WHEN "MGT-SUMMARY"
                     CALL "MGT-SUMMARY"
                 WHEN "EQ-PAY"

       PROGRAM-ID. STUDRIVER.
      * NIGHTLY SCHEDULER FOR THE STUDENT STREAM, BUILT THE SAME
      * WAY PAYDRIVER RUNS THE PAYROLL SIDE: STU-MAINT, THEN
      * STU-REGISTER, THEN GRADE-MAINT AND INC-LAPSE, THEN
      * SORTINGSTUDENTS, THEN GPA-CALC, THEN TUITION-BILL,
      * PLAN-MAINT AND TUIT-PAYMENT, THEN PLAN-STMT AND
      * PLAN-DEFAULT, IN THAT ORDER, SO NOTHING EVER BILLS FROM A
      * STALE STUDENT MASTER OR STALE TERM REGISTRATIONS, GPA-CALC
      * ALWAYS SEES THE DAY'S GRADE CHANGES, A PAYMENT PLAN
      * FINANCES THE TERM JUST BILLED, AND THE PLAN STATEMENTS AND
      * DEFAULT LIST REFLECT TONIGHT'S PAYMENTS. EACH
      * COMPLETED STEP IS RECORDED IN STUSTEPSTAT; A RERUN SKIPS
      * COMPLETED STEPS AND RESUMES AT THE ONE THAT FAILED. AN
      * OPTIONAL STUDRVPARM CARD FILE (ONE STEP NAME PER CARD) RUNS
      * A NAMED SUBSET. THE MERG-STD STEP
      * ONLY RUNS IN A FULL STREAM WHEN THE STUMERGEREQ FLAG FILE
      * IS PRESENT (A MERGE IS DUE), OR WHEN NAMED ON A PARM CARD;
      * MERG-LOAD FOLLOWS IT UNDER THE SAME RULE AND LOADS THE
      * MERGED FILE ONTO STUDENTS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-MERGE-DUE-SW      PIC X VALUE "N".
         88 MERGE-DUE VALUE "Y".

       01 WS-STEP-MAX          PIC 9(2) VALUE 13.
       01 WS-STEP-IDX          PIC 9(2).
       01 WS-STEP-NAME         PIC X(12).

       01 WS-STEP-NAME-VALUES.
         05 FILLER PIC X(12) VALUE "STU-MAINT".
         05 FILLER PIC X(12) VALUE "STU-REGISTER".
         05 FILLER PIC X(12) VALUE "GRADE-MAINT".
         05 FILLER PIC X(12) VALUE "INC-LAPSE".
         05 FILLER PIC X(12) VALUE "SORTINGSTDS".
         05 FILLER PIC X(12) VALUE "GPA-CALC".
         05 FILLER PIC X(12) VALUE "TUITION-BILL".
         05 FILLER PIC X(12) VALUE "PLAN-MAINT".
         05 FILLER PIC X(12) VALUE "TUIT-PAYMENT".
         05 FILLER PIC X(12) VALUE "PLAN-STMT".
         05 FILLER PIC X(12) VALUE "PLAN-DEFAULT".
         05 FILLER PIC X(12) VALUE "MERG-STD".
         05 FILLER PIC X(12) VALUE "MERG-LOAD".
       01 WS-STEP-NAMES REDEFINES WS-STEP-NAME-VALUES.
         05 WS-STEP-NAME-T OCCURS 13 TIMES PIC X(12).

       01 WS-DONE-MAX          PIC 9(2) VALUE 20.
       01 WS-DONE-COUNT        PIC 9(2) VALUE 0.
                     DISPLAY "STUDRIVER: STEP " WS-STEP-NAME
                        " ALREADY COMPLETE, SKIPPED"
                     ADD 1 TO WS-SKIP-COUNT
                 WHEN (WS-STEP-NAME = "MERG-STD"
                    OR WS-STEP-NAME = "MERG-LOAD")
                  AND WS-SEL-COUNT = 0 AND NOT MERGE-DUE
                     ADD 1 TO WS-SKIP-COUNT
                 WHEN OTHER
             EVALUATE WS-STEP-NAME
                 WHEN "STU-MAINT"
                     CALL "STU-MAINT"
                 WHEN "STU-REGISTER"
                     CALL "STU-REGISTER"
                 WHEN "GRADE-MAINT"
                     CALL "GRADE-MAINT"
                 WHEN "INC-LAPSE"
                     CALL "INC-LAPSE"
                 WHEN "SORTINGSTDS"
                     CALL "SORTINGSTUDENTS"
                 WHEN "GPA-CALC"
                     CALL "GPA-CALC"
                 WHEN "TUITION-BILL"
                     CALL "TUITION-BILL"
                 WHEN "PLAN-MAINT"
                     CALL "PLAN-MAINT"
                 WHEN "TUIT-PAYMENT"
                     CALL "TUIT-PAYMENT"
                 WHEN "PLAN-STMT"
                     CALL "PLAN-STMT"
                 WHEN "PLAN-DEFAULT"
                     CALL "PLAN-DEFAULT"
                 WHEN "MERG-STD"
                     CALL "MERG-STD"
                 WHEN "MERG-LOAD"
                     CALL "MERG-LOAD"
             END-EVALUATE.
           3000-END.


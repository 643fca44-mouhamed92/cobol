      * TIMECARDS FILE PRESENT FOR TIME-CAPTURE, AND THE GLMAP
      * AND EMPFILE MASTERS OPENABLE. WRITES A PASS/FAIL LINE PER
      * CHECK TO PREFLTRPT AND FAILS THE STREAM ON ANY NO-GO.
      * THE CALENDAR CHECK LOOKS ONLY AT THE PERIODS OF THE PAY
      * GROUP NAMED ON THE PAYGRPPARM CARD (BLANK IF NO CARD).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT PAY-GROUP-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYGRPPARM"
             FILE STATUS IS PG-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PREFLIGHT-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PREFLTRPT"
             FILE STATUS IS RPT-FILE-STATUS
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
           88 CAL-PERIOD-OPEN   VALUE "O".
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.

       FD TIMECARDS.
       01 TIMECARD-REC          PIC X(51).
       FD EMPFILE.
           COPY EMPREC.

       FD PAY-GROUP-PARM.
       01 PAY-GROUP-CARD.
         05 PG-PAY-GROUP        PIC X(2).

       FD PREFLIGHT-RPT.
       01 PREFLIGHT-RPT-LINE    PIC X(80).

       01 MAP-FILE-STATUS      PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
       01 PG-FILE-STATUS       PIC X(2).

       01 WS-RUN-PAY-GROUP     PIC X(2) VALUE SPACES.

       01 WS-TAX-EOF-SW        PIC X VALUE "N".
         88 TAX-EOF VALUE "Y".
         05 FILLER             PIC X(32) VALUE
            "PAYROLL PRE-FLIGHT CHECK  DATE: ".
         05 WS-RPT-HDG-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(9) VALUE "  GROUP: ".
         05 WS-RPT-HDG-GROUP   PIC X(2).
         05 FILLER             PIC X(27) VALUE SPACES.

       01 WS-RPT-CHECK-LINE.
         05 WS-CHK-LABEL       PIC X(44).
             MOVE WS-RL-TIME-HMS TO RL-START-TIME
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             PERFORM 150-READ-PAY-GROUP.

             OPEN OUTPUT PREFLIGHT-RPT
             MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
             MOVE WS-RUN-PAY-GROUP TO WS-RPT-HDG-GROUP.
             WRITE PREFLIGHT-RPT-LINE FROM WS-RPT-TITLE.

             PERFORM 200-CHECK-TAXRATES.
             GOBACK.
           100-END.

           150-READ-PAY-GROUP.
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
           150-END.

           200-CHECK-TAXRATES.
             MOVE "TAXRATES PRESENT WITH VERSION AND BRACKETS: "
                TO WS-CHK-LABEL.

           310-SCAN-CALENDAR-STEP.
             IF CAL-PERIOD-OPEN
                AND CAL-PAY-GROUP = WS-RUN-PAY-GROUP
                AND WS-RUN-DATE-NUM >= CAL-START-DATE
                AND WS-RUN-DATE-NUM <= CAL-END-DATE
                 SET PERIOD-OK TO TRUE

       01 WS-GL-HEALTH-ACCOUNT PIC X(6) VALUE "220300".
       01 WS-GL-401K-ACCOUNT   PIC X(6) VALUE "220400".
       01 WS-GL-GARN-ACCOUNT   PIC X(6) VALUE "220500".
       01 WS-GL-LOAN-ACCOUNT   PIC X(6) VALUE "220410".
       01 WS-GL-ERMATCH-ACCOUNT PIC X(6) VALUE "220630".
       01 WS-GL-ERHEALTH-ACCOUNT PIC X(6) VALUE "220640".
       01 WS-GL-ERFICA-ACCOUNT  PIC X(6) VALUE "220600".
                 WHEN PY-SRC-401K
                     MOVE WS-GL-401K-ACCOUNT TO WS-COMP1-ACCOUNT
                     MOVE WS-GL-ERMATCH-ACCOUNT TO WS-COMP2-ACCOUNT
                     MOVE WS-GL-LOAN-ACCOUNT TO WS-COMP3-ACCOUNT
             END-EVALUATE.

             MOVE "N" TO WS-PAY-EOF-SW.
                         ADD PAY-HEALTH-INS TO WS-COMP1-TOTAL
                         ADD PAY-EMPLR-HEALTH TO WS-COMP2-TOTAL
                     WHEN PY-SRC-401K
      * THE TRUSTEE PAYMENT CARRIES THE DEFERRALS, THE MATCH AND
      * THE PLAN LOAN REPAYMENTS; K401-CONTRIB BREAKS THE SAME
      * THREE AMOUNTS OUT BY EMPLOYEE FOR THE RECORDKEEPER.
                         COMPUTE WS-LINE-AMOUNT = PAY-401K
                             + PAY-EMPLR-MATCH + PAY-LOAN-REPAY
                         ADD PAY-401K TO WS-COMP1-TOTAL
                         ADD PAY-EMPLR-MATCH TO WS-COMP2-TOTAL
                         ADD PAY-LOAN-REPAY TO WS-COMP3-TOTAL
                 END-EVALUATE
                 IF WS-LINE-AMOUNT NOT = 0
                     MOVE PAY-EMPID TO WS-ADV-EMP-ID

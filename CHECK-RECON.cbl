      * NUMBERS, AMOUNT MISMATCHES, AND VOIDED CHECKS THE BANK
      * PAID ANYWAY. A SECOND PASS OVER THE REGISTER LISTS EVERY
      * CHECK STILL OUTSTANDING AND FLAGS THE STALE-DATED ONES.
      * A CHECK ESCHEAT HAS TURNED OVER TO THE STATE IS NO LONGER
      * OUTSTANDING; IT IS COUNTED SEPARATELY, AND THE BANK PAYING
      * ONE IS AN EXCEPTION LIKE A PAID VOID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-OUTSTAND-COUNT    PIC 9(5) VALUE 0.
       01 WS-OUTSTAND-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-STALE-COUNT       PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT      PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-COUNT     PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-TOTAL     PIC 9(9)V99 VALUE 0.

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
             MOVE WS-OUTSTAND-COUNT TO WS-TOT-COUNT.
             MOVE WS-OUTSTAND-TOTAL TO WS-TOT-AMOUNT.
             WRITE RECON-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "CHECKS ESCHEATED:         " TO WS-TOT-LABEL.
             MOVE WS-ESCHEAT-COUNT TO WS-TOT-COUNT.
             MOVE WS-ESCHEAT-TOTAL TO WS-TOT-AMOUNT.
             WRITE RECON-RPT-LINE FROM WS-RPT-TOT-LINE.

             CLOSE CHECK-REGISTER, RECON-RPT.
             PERFORM 9000-END-PROGRAM.
                        WS-EXC-REASON
                     PERFORM 300-WRITE-EXCEPTION
                     MOVE 16 TO RETURN-CODE
                 WHEN CR-ESCHEATED
      * THE WAGES HAVE ALREADY GONE TO THE STATE, SO A PAID
      * ESCHEATED CHECK IS PAID TWICE; TREATED AS A PAID VOID.
                     MOVE BC-CHECK-NO TO WS-EXC-CHECK-NO
                     MOVE "ESCHEATED CHECK PAID BY BANK" TO
                        WS-EXC-REASON
                     PERFORM 300-WRITE-EXCEPTION
                     MOVE 16 TO RETURN-CODE
                 WHEN BC-AMOUNT NOT = CR-AMOUNT
                     MOVE BC-CHECK-NO TO WS-EXC-CHECK-NO
                     MOVE "AMOUNT DOES NOT MATCH" TO WS-EXC-REASON
             IF CR-ISSUED
                 ADD 1 TO WS-OUTSTAND-COUNT
                 ADD CR-AMOUNT TO WS-OUTSTAND-TOTAL
      * A STALE CHECK WHOSE OWNER HAS BEEN SENT THE DUE-DILIGENCE
      * LETTER IS SHOWN AS SUCH SO TREASURY KNOWS IT IS IN HAND.
                 EVALUATE TRUE
                     WHEN CR-DD-LETTER-DATE NOT = 0
                         ADD 1 TO WS-STALE-COUNT
                         ADD 1 TO WS-LETTER-COUNT
                         MOVE "LETTER SENT: " TO WS-OUT-TAG
                     WHEN CR-ISSUE-DATE < WS-STALE-CUTOFF-NUM
                         ADD 1 TO WS-STALE-COUNT
                         MOVE "STALE DATED: " TO WS-OUT-TAG
                     WHEN OTHER
                         MOVE "OUTSTANDING: " TO WS-OUT-TAG
                 END-EVALUATE
                 MOVE CR-CHECK-NO TO WS-OUT-CHECK-NO
                 MOVE CR-EMP-ID TO WS-OUT-EMP-ID
                 MOVE CR-ISSUE-DATE TO WS-OUT-ISSUE-DATE
                 MOVE CR-AMOUNT TO WS-OUT-AMOUNT
                 WRITE RECON-RPT-LINE FROM WS-RPT-OUT-LINE
             END-IF.
             IF CR-ESCHEATED
                 ADD 1 TO WS-ESCHEAT-COUNT
                 ADD CR-AMOUNT TO WS-ESCHEAT-TOTAL
             END-IF.

             READ CHECK-REGISTER NEXT RECORD
              AT END SET REG-EOF TO TRUE
             DISPLAY "CHECK-RECON: EXCEPTIONS: " WS-EXCEPT-COUNT.
             DISPLAY "CHECK-RECON: OUTSTANDING: " WS-OUTSTAND-COUNT
                " STALE DATED: " WS-STALE-COUNT.
             DISPLAY "CHECK-RECON: DUE-DILIGENCE LETTERS OUT: "
                WS-LETTER-COUNT.
             DISPLAY "CHECK-RECON: ESCHEATED: " WS-ESCHEAT-COUNT.
             GOBACK.

       END PROGRAM CHECK-RECON.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MST-RESTORE.
      * RELOADS INDEXED MASTERS FROM A GENERATION WRITTEN BY
      * MST-BACKUP. THE RSTPARM CARD NAMES ONE MASTER, OR ALL, AND
      * OPTIONALLY A GENERATION ID; WITH NO ID THE LATEST CATALOGED
      * GENERATION IS USED. EACH GENERATION FILE IS STAGED AND ITS
      * RECORD COUNT AND HASH TOTAL PROVED AGAINST THE BKUPLOG
      * CATALOG BEFORE THE MASTER IS TOUCHED; ONE THAT DOES NOT
      * PROVE IS REFUSED AND THE MASTER LEFT AS IT WAS. A RELOADED
      * MASTER IS READ BACK AND PROVED AGAINST THE CATALOG AGAIN.
      * THE RESTORE CLAIMS THE MASTER RUN LOCK AND WILL NOT START
      * WHILE A PAYROLL OR MAINTENANCE RUN HOLDS IT. A LOCK LEFT BY
      * A RUN THAT DIED IS BROKEN THE USUAL WAY, WITH AN OPERATOR
      * OVERRIDE CARD ON LOCKOVRD.
      * AFTER A RESTORE THE MASTERS ARE SMALLER OR LARGER THAN
      * FILE-AUDIT LAST SAW THEM; THE OPERATOR CLEARS AUDITSTAT SO
      * THE NEXT AUDIT TAKES THE RESTORED FILES AS ITS BASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RESTORE-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/RSTPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              FILE STATUS IS MST-FILE-STATUS.

            SELECT YTD-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/YTDMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YTD-EMP-ID
             FILE STATUS IS MST-FILE-STATUS.

            SELECT PAY-HISTORY ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYHIST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PH-KEY
             FILE STATUS IS MST-FILE-STATUS.

            SELECT GARN-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GARNMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GARN-KEY
             FILE STATUS IS MST-FILE-STATUS.

            SELECT BEN-ENROLL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENENROLL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BE-EMP-ID
             FILE STATUS IS MST-FILE-STATUS.

            SELECT ARREARS-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ARREARS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-KEY
             FILE STATUS IS MST-FILE-STATUS.

            SELECT LEAVE-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/LEAVEMAST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LV-EMP-ID
             FILE STATUS IS MST-FILE-STATUS.

            SELECT CHECK-REGISTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/CHECKREG"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CR-CHECK-NO
             FILE STATUS IS MST-FILE-STATUS.

            SELECT GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GLM-DEPARTMENT
             FILE STATUS IS MST-FILE-STATUS.

            SELECT STU-AR ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUAR"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SA-STU-ID
             FILE STATUS IS MST-FILE-STATUS.

            SELECT BKUP-WORK ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BKUPWORK"
             FILE STATUS IS WORK-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BKUP-LOG ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BKUPLOG"
             FILE STATUS IS LOG-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RESTORE-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/RSTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESTORE-PARM.
       01 RESTORE-PARM-CARD.
         05 RP-MASTER           PIC X(12).
         05 FILLER              PIC X.
         05 RP-GEN-ID           PIC X(14).
         05 RP-GEN-ID-N REDEFINES RP-GEN-ID PIC 9(14).

       FD EMPFILE.
           COPY EMPREC.

       FD YTD-MASTER.
           COPY YTDREC.

       FD PAY-HISTORY.
           COPY PAYHISTREC.

       FD GARN-MASTER.
       01 GARN-RECORD.
         05 GARN-KEY.
           10 GARN-EMP-ID       PIC 9(7).
           10 GARN-PRIORITY     PIC 9(2).
         05 GARN-ORDER-TYPE     PIC X.
         05 GARN-PAYEE          PIC X(20).
         05 GARN-METHOD         PIC X.
         05 GARN-AMOUNT         PIC 9(5)V99.
         05 GARN-PCT            PIC 9(2)V99.
         05 GARN-BALANCE        PIC 9(7)V99.
         05 GARN-STATUS         PIC X.

       FD BEN-ENROLL.
           COPY BENENRREC.

       FD ARREARS-MASTER.
           COPY ARREARSREC.

       FD LEAVE-MASTER.
           COPY LEAVEREC.

       FD CHECK-REGISTER.
           COPY CHECKREGREC.

       FD GL-MAP.
       01 GL-MAP-RECORD.
         05 GLM-DEPARTMENT     PIC X(30).
         05 GLM-COST-CENTER    PIC X(4).
         05 GLM-ACCOUNT        PIC X(6).

       FD STU-AR.
           COPY STUARREC.

       FD BKUP-WORK.
       01 BKUP-WORK-REC         PIC X(334).

       FD BKUP-LOG.
           COPY BKUPLOGREC.

       FD RESTORE-RPT.
       01 RESTORE-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.
           COPY BKUPMSTR.

       01 PARM-FILE-STATUS     PIC X(2).
       01 MST-FILE-STATUS      PIC X(2).
       01 WORK-FILE-STATUS     PIC X(2).
       01 LOG-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-MASTER-EOF-SW     PIC X VALUE "N".
         88 MASTER-EOF VALUE "Y".
       01 WS-WORK-EOF-SW       PIC X VALUE "N".
         88 WORK-EOF VALUE "Y".
       01 WS-LOG-EOF-SW        PIC X VALUE "N".
         88 LOG-EOF VALUE "Y".
       01 WS-MASTER-FAIL-SW    PIC X VALUE "N".
         88 MASTER-FAILED VALUE "Y".
       01 WS-ALL-MASTERS-SW    PIC X VALUE "N".
         88 RESTORE-ALL VALUE "Y".

       01 WS-RST-MASTER        PIC X(12).
       01 WS-RST-GEN-ID        PIC 9(14) VALUE 0.

       01 WS-MST-IDX           PIC 9(2).
       01 WS-CUR-MASTER        PIC X(12).
       01 WS-CUR-REASON        PIC X(30).
       01 WS-REC-IMAGE         PIC X(334).
       01 WS-REC-HASH          PIC S9(13)V99.
       01 WS-STAGE-COUNT       PIC 9(9).
       01 WS-STAGE-HASH        PIC S9(13)V99.
       01 WS-RELOAD-COUNT      PIC 9(9).
       01 WS-RELOAD-HASH       PIC S9(13)V99.

       01 WS-RESTORED-COUNT    PIC 9(2) VALUE 0.
       01 WS-SKIPPED-COUNT     PIC 9(2) VALUE 0.
       01 WS-FAIL-COUNT        PIC 9(2) VALUE 0.

      * THE CATALOG AS WRITTEN BY MST-BACKUP.
       01 WS-CAT-MAX           PIC 9(4) VALUE 1000.
       01 WS-CAT-COUNT         PIC 9(4) VALUE 0.
       01 WS-CAT-IDX           PIC 9(4).
       01 WS-CAT-FOUND         PIC 9(4).
       01 WS-CAT-TABLE.
         05 WS-CAT-ENTRY OCCURS 1000 TIMES.
           10 WS-CT-GEN-ID     PIC 9(14).
           10 WS-CT-MASTER     PIC X(12).
           10 WS-CT-COUNT      PIC 9(9).
           10 WS-CT-HASH       PIC S9(13)V99.

       01 WS-WORK-NAME         PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/BKUPWORK".
       01 WS-GEN-FILE-NAME.
         05 FILLER             PIC X(36) VALUE
            "C:/work space/Cobol path/labs/Cobol/".
         05 WS-GEN-NAME-TAIL   PIC X(44).
       01 WS-COPY-RESULT       PIC S9(9) COMP-5.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(36) VALUE
            "MASTER FILE RESTORE  GENERATION: ".
         05 WS-RT-GEN-ID       PIC 9(14).
         05 FILLER             PIC X(10) VALUE "  MASTER: ".
         05 WS-RT-MASTER       PIC X(12).
         05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RD-MASTER       PIC X(12).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-COUNT        PIC ZZZZZZZZ9.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-HASH         PIC -ZZZZZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-RESULT       PIC X(30).
         05 FILLER             PIC X(26) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(28).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(67) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             MOVE "MST-RESTORE" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "MST-RESTORE: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             PERFORM 110-READ-PARM.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 150-LOAD-CATALOG.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 180-PICK-GENERATION.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT RESTORE-RPT
             MOVE WS-RST-GEN-ID TO WS-RT-GEN-ID.
             MOVE WS-RST-MASTER TO WS-RT-MASTER.
             WRITE RESTORE-RPT-LINE FROM WS-RPT-TITLE.
             WRITE RESTORE-RPT-LINE FROM WS-RPT-BLANK.

             MOVE 1 TO WS-MST-IDX.
             PERFORM 200-RESTORE-ONE-MASTER
                 UNTIL WS-MST-IDX > WS-BK-MASTER-COUNT.

             IF WS-FAIL-COUNT > 0
                 MOVE 16 TO RETURN-CODE
             END-IF.

             PERFORM 8000-WRITE-TOTALS.
             CLOSE RESTORE-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           110-READ-PARM.
      * THE CARD IS REQUIRED: A RESTORE IS NEVER RUN BY DEFAULT.
             OPEN INPUT RESTORE-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "MST-RESTORE: NO RSTPARM CARD, NOTHING ",
                  "RESTORED"
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ RESTORE-PARM
                     AT END
                         DISPLAY "MST-RESTORE: RSTPARM IS EMPTY, ",
                          "NOTHING RESTORED"
                         MOVE 16 TO RETURN-CODE
                 END-READ
                 CLOSE RESTORE-PARM
             END-IF.
             IF RETURN-CODE = 0
                 MOVE RP-MASTER TO WS-RST-MASTER
                 IF WS-RST-MASTER = "ALL"
                     SET RESTORE-ALL TO TRUE
                 ELSE
                     PERFORM 120-CHECK-MASTER-NAME
                 END-IF
             END-IF.
             IF RETURN-CODE = 0 AND RP-GEN-ID NOT = SPACES
                 IF RP-GEN-ID-N IS NUMERIC
                     MOVE RP-GEN-ID-N TO WS-RST-GEN-ID
                 ELSE
                     DISPLAY "MST-RESTORE: GENERATION ID " RP-GEN-ID
                        " IS NOT NUMERIC"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           110-END.

           120-CHECK-MASTER-NAME.
             MOVE 1 TO WS-MST-IDX.
             PERFORM 125-CHECK-MASTER-STEP
                 UNTIL WS-MST-IDX > WS-BK-MASTER-COUNT
                    OR WS-BK-MASTER-NAME(WS-MST-IDX) = WS-RST-MASTER.
             IF WS-MST-IDX > WS-BK-MASTER-COUNT
                 DISPLAY "MST-RESTORE: " WS-RST-MASTER
                    " IS NOT A BACKED-UP MASTER"
                 MOVE 16 TO RETURN-CODE
             END-IF.
           120-END.

           125-CHECK-MASTER-STEP.
             ADD 1 TO WS-MST-IDX.
           125-END.

           150-LOAD-CATALOG.
             OPEN INPUT BKUP-LOG
             IF LOG-FILE-STATUS NOT = "00"
                 DISPLAY "MST-RESTORE: NO BKUPLOG CATALOG, NOTHING ",
                  "TO RESTORE FROM"
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ BKUP-LOG
                  AT END SET LOG-EOF TO TRUE
                 END-READ
                 PERFORM 160-LOAD-CATALOG-STEP UNTIL LOG-EOF
                 CLOSE BKUP-LOG
             END-IF.
           150-END.

           160-LOAD-CATALOG-STEP.
             IF WS-CAT-COUNT < WS-CAT-MAX
                 ADD 1 TO WS-CAT-COUNT
                 MOVE BL-GEN-ID TO WS-CT-GEN-ID(WS-CAT-COUNT)
                 MOVE BL-MASTER TO WS-CT-MASTER(WS-CAT-COUNT)
                 MOVE BL-RECORD-COUNT TO WS-CT-COUNT(WS-CAT-COUNT)
                 MOVE BL-HASH-TOTAL TO WS-CT-HASH(WS-CAT-COUNT)
                 READ BKUP-LOG
                  AT END SET LOG-EOF TO TRUE
                 END-READ
             ELSE
                 DISPLAY "MST-RESTORE: BKUPLOG CATALOG TABLE FULL AT "
                    WS-CAT-MAX ", NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 SET LOG-EOF TO TRUE
             END-IF.
           160-END.

           180-PICK-GENERATION.
      * WITH NO GENERATION ON THE CARD, THE LATEST ONE CATALOGED FOR
      * THE MASTER (OR FOR ANY MASTER, WHEN RESTORING ALL) IS USED.
             IF WS-RST-GEN-ID = 0
                 MOVE 1 TO WS-CAT-IDX
                 PERFORM 185-LATEST-GEN-STEP
                     UNTIL WS-CAT-IDX > WS-CAT-COUNT
                 IF WS-RST-GEN-ID = 0
                     DISPLAY "MST-RESTORE: NO GENERATION CATALOGED ",
                      "FOR " WS-RST-MASTER
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           180-END.

           185-LATEST-GEN-STEP.
             IF (RESTORE-ALL
                 OR WS-CT-MASTER(WS-CAT-IDX) = WS-RST-MASTER)
                AND WS-CT-GEN-ID(WS-CAT-IDX) > WS-RST-GEN-ID
                 MOVE WS-CT-GEN-ID(WS-CAT-IDX) TO WS-RST-GEN-ID
             END-IF.
             ADD 1 TO WS-CAT-IDX.
           185-END.

           200-RESTORE-ONE-MASTER.
             MOVE WS-BK-MASTER-NAME(WS-MST-IDX) TO WS-CUR-MASTER.
             IF RESTORE-ALL OR WS-CUR-MASTER = WS-RST-MASTER
                 PERFORM 210-RESTORE-MASTER
             END-IF.
             ADD 1 TO WS-MST-IDX.
           200-END.

           210-RESTORE-MASTER.
      * STAGE AND PROVE FIRST; THE MASTER IS ONLY OPENED FOR OUTPUT
      * ONCE THE STAGED GENERATION MATCHES ITS CATALOG LINE.
             MOVE "N" TO WS-MASTER-FAIL-SW.
             MOVE SPACES TO WS-CUR-REASON.
             MOVE 0 TO WS-STAGE-COUNT.
             MOVE 0 TO WS-STAGE-HASH.
             MOVE 0 TO WS-RELOAD-COUNT.
             MOVE 0 TO WS-RELOAD-HASH.

             MOVE 0 TO WS-CAT-FOUND.
             MOVE 1 TO WS-CAT-IDX.
             PERFORM 215-FIND-CATALOG-STEP
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT.

             EVALUATE TRUE
                 WHEN WS-CAT-FOUND = 0 AND RESTORE-ALL
                     ADD 1 TO WS-SKIPPED-COUNT
                     MOVE "NOT IN GENERATION, SKIPPED"
                        TO WS-CUR-REASON
                 WHEN WS-CAT-FOUND = 0
                     SET MASTER-FAILED TO TRUE
                     MOVE "NOT IN GENERATION" TO WS-CUR-REASON
                 WHEN OTHER
                     PERFORM 220-STAGE-GENERATION
                     IF NOT MASTER-FAILED
                         PERFORM 230-PROVE-STAGE
                     END-IF
                     IF NOT MASTER-FAILED
                         PERFORM 250-RELOAD-MASTER
                     END-IF
                     IF NOT MASTER-FAILED
                         PERFORM 270-PROVE-RELOAD
                     END-IF
                     IF NOT MASTER-FAILED
                         ADD 1 TO WS-RESTORED-COUNT
                         MOVE "RESTORED AND PROVED" TO WS-CUR-REASON
                     END-IF
             END-EVALUATE.

             IF MASTER-FAILED
                 ADD 1 TO WS-FAIL-COUNT
             END-IF.

             MOVE WS-CUR-MASTER TO WS-RD-MASTER.
             IF WS-CAT-FOUND = 0
                 MOVE 0 TO WS-RD-COUNT
                 MOVE 0 TO WS-RD-HASH
             ELSE
                 MOVE WS-CT-COUNT(WS-CAT-FOUND) TO WS-RD-COUNT
                 MOVE WS-CT-HASH(WS-CAT-FOUND) TO WS-RD-HASH
             END-IF.
             MOVE WS-CUR-REASON TO WS-RD-RESULT.
             WRITE RESTORE-RPT-LINE FROM WS-RPT-DETAIL.
           210-END.

           215-FIND-CATALOG-STEP.
             IF WS-CT-GEN-ID(WS-CAT-IDX) = WS-RST-GEN-ID
                AND WS-CT-MASTER(WS-CAT-IDX) = WS-CUR-MASTER
                 MOVE WS-CAT-IDX TO WS-CAT-FOUND
             END-IF.
             ADD 1 TO WS-CAT-IDX.
           215-END.

           220-STAGE-GENERATION.
             MOVE SPACES TO WS-GEN-NAME-TAIL.
             STRING WS-CUR-MASTER DELIMITED BY SPACE
                    ".G" DELIMITED BY SIZE
                    WS-RST-GEN-ID DELIMITED BY SIZE
                 INTO WS-GEN-NAME-TAIL
             END-STRING.
             CALL "CBL_COPY_FILE" USING WS-GEN-FILE-NAME,
                 WS-WORK-NAME
                 RETURNING WS-COPY-RESULT
             END-CALL.
             IF WS-COPY-RESULT NOT = 0
                 SET MASTER-FAILED TO TRUE
                 MOVE "GENERATION FILE MISSING" TO WS-CUR-REASON
             END-IF.
           220-END.

           230-PROVE-STAGE.
             MOVE "N" TO WS-WORK-EOF-SW.
             OPEN INPUT BKUP-WORK
             IF WORK-FILE-STATUS NOT = "00"
                 SET MASTER-FAILED TO TRUE
                 MOVE "STAGED GENERATION UNREADABLE" TO WS-CUR-REASON
             ELSE
                 READ BKUP-WORK
                  AT END SET WORK-EOF TO TRUE
                 END-READ
                 PERFORM 240-PROVE-STAGE-STEP UNTIL WORK-EOF
                 CLOSE BKUP-WORK
                 IF WS-STAGE-COUNT NOT = WS-CT-COUNT(WS-CAT-FOUND)
                    OR WS-STAGE-HASH NOT = WS-CT-HASH(WS-CAT-FOUND)
                     SET MASTER-FAILED TO TRUE
                     MOVE "GENERATION DOES NOT PROVE"
                        TO WS-CUR-REASON
                 END-IF
             END-IF.
           230-END.

           240-PROVE-STAGE-STEP.
             PERFORM 350-LOAD-RECORD-AREA.
             PERFORM 330-HASH-RECORD.
             ADD 1 TO WS-STAGE-COUNT.
             ADD WS-REC-HASH TO WS-STAGE-HASH.
             READ BKUP-WORK
              AT END SET WORK-EOF TO TRUE
             END-READ.
           240-END.

           250-RELOAD-MASTER.
             PERFORM 360-OPEN-MASTER-OUTPUT.
             IF MST-FILE-STATUS NOT = "00"
                 SET MASTER-FAILED TO TRUE
                 STRING "OPEN FAILED, STATUS "
                        DELIMITED BY SIZE
                        MST-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-CUR-REASON
                 END-STRING
             ELSE
                 MOVE "N" TO WS-WORK-EOF-SW
                 OPEN INPUT BKUP-WORK
                 READ BKUP-WORK
                  AT END SET WORK-EOF TO TRUE
                 END-READ
                 PERFORM 260-RELOAD-STEP UNTIL WORK-EOF
                 CLOSE BKUP-WORK
                 PERFORM 340-CLOSE-MASTER
             END-IF.
           250-END.

           260-RELOAD-STEP.
             PERFORM 350-LOAD-RECORD-AREA.
             PERFORM 370-WRITE-MASTER.
             IF MST-FILE-STATUS NOT = "00"
                 SET MASTER-FAILED TO TRUE
                 STRING "WRITE FAILED, STATUS "
                        DELIMITED BY SIZE
                        MST-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-CUR-REASON
                 END-STRING
                 SET WORK-EOF TO TRUE
             ELSE
                 READ BKUP-WORK
                  AT END SET WORK-EOF TO TRUE
                 END-READ
             END-IF.
           260-END.

           270-PROVE-RELOAD.
             MOVE "N" TO WS-MASTER-EOF-SW.
             PERFORM 310-OPEN-MASTER.
             IF MST-FILE-STATUS NOT = "00"
                 SET MASTER-FAILED TO TRUE
                 MOVE "RELOADED MASTER UNREADABLE" TO WS-CUR-REASON
             ELSE
                 PERFORM 320-READ-MASTER
                 PERFORM 280-PROVE-RELOAD-STEP UNTIL MASTER-EOF
                 PERFORM 340-CLOSE-MASTER
                 IF WS-RELOAD-COUNT NOT = WS-CT-COUNT(WS-CAT-FOUND)
                    OR WS-RELOAD-HASH NOT = WS-CT-HASH(WS-CAT-FOUND)
                     SET MASTER-FAILED TO TRUE
                     MOVE "RELOADED MASTER DOES NOT PROVE"
                        TO WS-CUR-REASON
                 END-IF
             END-IF.
           270-END.

           280-PROVE-RELOAD-STEP.
             PERFORM 330-HASH-RECORD.
             ADD 1 TO WS-RELOAD-COUNT.
             ADD WS-REC-HASH TO WS-RELOAD-HASH.
             PERFORM 320-READ-MASTER.
           280-END.

      * HASH TOTALS ARE THE ONES MST-BACKUP CATALOGED THE
      * GENERATION UNDER.
           310-OPEN-MASTER.
             EVALUATE WS-MST-IDX
                 WHEN 1
                     OPEN INPUT EMPFILE
                 WHEN 2
                     OPEN INPUT YTD-MASTER
                 WHEN 3
                     OPEN INPUT PAY-HISTORY
                 WHEN 4
                     OPEN INPUT GARN-MASTER
                 WHEN 5
                     OPEN INPUT BEN-ENROLL
                 WHEN 6
                     OPEN INPUT ARREARS-MASTER
                 WHEN 7
                     OPEN INPUT LEAVE-MASTER
                 WHEN 8
                     OPEN INPUT CHECK-REGISTER
                 WHEN 9
                     OPEN INPUT GL-MAP
                 WHEN 10
                     OPEN INPUT STU-AR
             END-EVALUATE.
           310-END.

           320-READ-MASTER.
             EVALUATE WS-MST-IDX
                 WHEN 1
                     READ EMPFILE NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE EMPDETAILS TO WS-REC-IMAGE
                 WHEN 2
                     READ YTD-MASTER NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE YTD-RECORD TO WS-REC-IMAGE
                 WHEN 3
                     READ PAY-HISTORY NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE PAYHIST-REC TO WS-REC-IMAGE
                 WHEN 4
                     READ GARN-MASTER NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE GARN-RECORD TO WS-REC-IMAGE
                 WHEN 5
                     READ BEN-ENROLL NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE BEN-ENROLL-REC TO WS-REC-IMAGE
                 WHEN 6
                     READ ARREARS-MASTER NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE ARREARS-REC TO WS-REC-IMAGE
                 WHEN 7
                     READ LEAVE-MASTER NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE LEAVE-RECORD TO WS-REC-IMAGE
                 WHEN 8
                     READ CHECK-REGISTER NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE CHECKREG-REC TO WS-REC-IMAGE
                 WHEN 9
                     READ GL-MAP NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE GL-MAP-RECORD TO WS-REC-IMAGE
                 WHEN 10
                     READ STU-AR NEXT RECORD
                      AT END SET MASTER-EOF TO TRUE
                     END-READ
                     MOVE STU-AR-REC TO WS-REC-IMAGE
             END-EVALUATE.
      * A READ ERROR ENDS THE PASS SHORT, SO THE COUNT WILL NOT PROVE.
             IF MST-FILE-STATUS NOT = "00"
                 SET MASTER-EOF TO TRUE
             END-IF.
           320-END.

           330-HASH-RECORD.
             EVALUATE WS-MST-IDX
                 WHEN 1
                     COMPUTE WS-REC-HASH = HOURLYRATE + ANNUAL-SALARY
                 WHEN 2
                     MOVE YTD-GROSS TO WS-REC-HASH
                 WHEN 3
                     MOVE PH-AMOUNT TO WS-REC-HASH
                 WHEN 4
                     MOVE GARN-BALANCE TO WS-REC-HASH
                 WHEN 5
                     MOVE BE-EMP-ID TO WS-REC-HASH
                 WHEN 6
                     MOVE AR-BALANCE TO WS-REC-HASH
                 WHEN 7
                     COMPUTE WS-REC-HASH = LV-VAC-BAL + LV-SICK-BAL
                 WHEN 8
                     MOVE CR-AMOUNT TO WS-REC-HASH
                 WHEN 9
                     MOVE 0 TO WS-REC-HASH
                 WHEN 10
                     MOVE SA-BALANCE TO WS-REC-HASH
             END-EVALUATE.
           330-END.

           340-CLOSE-MASTER.
             EVALUATE WS-MST-IDX
                 WHEN 1
                     CLOSE EMPFILE
                 WHEN 2
                     CLOSE YTD-MASTER
                 WHEN 3
                     CLOSE PAY-HISTORY
                 WHEN 4
                     CLOSE GARN-MASTER
                 WHEN 5
                     CLOSE BEN-ENROLL
                 WHEN 6
                     CLOSE ARREARS-MASTER
                 WHEN 7
                     CLOSE LEAVE-MASTER
                 WHEN 8
                     CLOSE CHECK-REGISTER
                 WHEN 9
                     CLOSE GL-MAP
                 WHEN 10
                     CLOSE STU-AR
             END-EVALUATE.
           340-END.

           350-LOAD-RECORD-AREA.
             EVALUATE WS-MST-IDX
                 WHEN 1
                     MOVE BKUP-WORK-REC TO EMPDETAILS
                 WHEN 2
                     MOVE BKUP-WORK-REC TO YTD-RECORD
                 WHEN 3
                     MOVE BKUP-WORK-REC TO PAYHIST-REC
                 WHEN 4
                     MOVE BKUP-WORK-REC TO GARN-RECORD
                 WHEN 5
                     MOVE BKUP-WORK-REC TO BEN-ENROLL-REC
                 WHEN 6
                     MOVE BKUP-WORK-REC TO ARREARS-REC
                 WHEN 7
                     MOVE BKUP-WORK-REC TO LEAVE-RECORD
                 WHEN 8
                     MOVE BKUP-WORK-REC TO CHECKREG-REC
                 WHEN 9
                     MOVE BKUP-WORK-REC TO GL-MAP-RECORD
                 WHEN 10
                     MOVE BKUP-WORK-REC TO STU-AR-REC
             END-EVALUATE.
           350-END.

           360-OPEN-MASTER-OUTPUT.
             EVALUATE WS-MST-IDX
                 WHEN 1
                     OPEN OUTPUT EMPFILE
                 WHEN 2
                     OPEN OUTPUT YTD-MASTER
                 WHEN 3
                     OPEN OUTPUT PAY-HISTORY
                 WHEN 4
                     OPEN OUTPUT GARN-MASTER
                 WHEN 5
                     OPEN OUTPUT BEN-ENROLL
                 WHEN 6
                     OPEN OUTPUT ARREARS-MASTER
                 WHEN 7
                     OPEN OUTPUT LEAVE-MASTER
                 WHEN 8
                     OPEN OUTPUT CHECK-REGISTER
                 WHEN 9
                     OPEN OUTPUT GL-MAP
                 WHEN 10
                     OPEN OUTPUT STU-AR
             END-EVALUATE.
           360-END.

           370-WRITE-MASTER.
             EVALUATE WS-MST-IDX
                 WHEN 1
                     WRITE EMPDETAILS
                 WHEN 2
                     WRITE YTD-RECORD
                 WHEN 3
                     WRITE PAYHIST-REC
                 WHEN 4
                     WRITE GARN-RECORD
                 WHEN 5
                     WRITE BEN-ENROLL-REC
                 WHEN 6
                     WRITE ARREARS-REC
                 WHEN 7
                     WRITE LEAVE-RECORD
                 WHEN 8
                     WRITE CHECKREG-REC
                 WHEN 9
                     WRITE GL-MAP-RECORD
                 WHEN 10
                     WRITE STU-AR-REC
             END-EVALUATE.
           370-END.

           8000-WRITE-TOTALS.
             WRITE RESTORE-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "MASTERS RESTORED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-RESTORED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE RESTORE-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "MASTERS NOT IN GENERATION:" TO WS-RPT-TOT-LABEL.
             MOVE WS-SKIPPED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE RESTORE-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "MASTERS REFUSED OR FAILED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FAIL-COUNT TO WS-RPT-TOT-COUNT.
             WRITE RESTORE-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "MST-RESTORE: GENERATION " WS-RST-GEN-ID
                " MASTERS RESTORED: " WS-RESTORED-COUNT
                " REFUSED OR FAILED: " WS-FAIL-COUNT.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM MST-RESTORE.

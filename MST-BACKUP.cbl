       IDENTIFICATION DIVISION.
       PROGRAM-ID. MST-BACKUP.
      * GENERATIONAL BACKUP OF THE INDEXED MASTERS. EACH MASTER
      * NAMED IN BKUPMSTR IS UNLOADED END TO END UNDER A RECORD
      * COUNT AND HASH TOTAL, THE UNLOAD IS RE-READ AND PROVED
      * AGAINST THOSE FIGURES, AND ONLY A PROVED UNLOAD IS STAMPED
      * INTO PLACE AS THE GENERATION FILE <MASTER>.G<RUN DATE AND
      * TIME> AND CATALOGED ON BKUPLOG FOR MST-RESTORE. A MASTER
      * NOT YET CREATED AT THIS SITE IS NOTED AND SKIPPED.
      * THE OPTIONAL BKUPPARM CARD SETS HOW MANY GENERATIONS OF
      * EACH MASTER ARE KEPT (SEVEN WHEN NO CARD IS PRESENT); OLDER
      * ONES ARE DELETED AND DROPPED FROM THE CATALOG, BUT ONLY
      * AFTER A RUN IN WHICH EVERY MASTER BACKED UP CLEANLY, SO A
      * FAILING RUN NEVER COSTS A GOOD OLD GENERATION.
      * PAYDRIVER RUNS THIS STEP AHEAD OF EMP-PAYROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BKUP-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BKUPPARM"
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

            SELECT BKUP-LOG-NEW ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BKUPLOG.NEW"
             FILE STATUS IS NEW-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BKUP-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BKUPRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BKUP-PARM.
       01 BKUP-PARM-CARD.
         05 BP-KEEP-GENS        PIC 9(2).

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

      * THE UNLOAD CARRIES EACH MASTER'S OWN RECORD IMAGE, PADDED TO
      * THE LONGEST OF THEM (PAYHIST).
       FD BKUP-WORK.
       01 BKUP-WORK-REC         PIC X(334).

       FD BKUP-LOG.
           COPY BKUPLOGREC.

       FD BKUP-LOG-NEW.
       01 BKUP-LOG-NEW-REC      PIC X(56).

       FD BKUP-RPT.
       01 BKUP-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.
           COPY BKUPMSTR.

       01 PARM-FILE-STATUS     PIC X(2).
       01 MST-FILE-STATUS      PIC X(2).
       01 WORK-FILE-STATUS     PIC X(2).
       01 LOG-FILE-STATUS      PIC X(2).
       01 NEW-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-MASTER-EOF-SW     PIC X VALUE "N".
         88 MASTER-EOF VALUE "Y".
       01 WS-WORK-EOF-SW       PIC X VALUE "N".
         88 WORK-EOF VALUE "Y".
       01 WS-LOG-EOF-SW        PIC X VALUE "N".
         88 LOG-EOF VALUE "Y".
       01 WS-MASTER-FAIL-SW    PIC X VALUE "N".
         88 MASTER-FAILED VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME-RAW.
         05 WS-RUN-TIME-HMS    PIC 9(6).
         05 FILLER             PIC X(2).
       01 WS-GEN-ID            PIC 9(14).
       01 WS-KEEP-GENS         PIC 9(2) VALUE 7.

       01 WS-MST-IDX           PIC 9(2).
       01 WS-CUR-MASTER        PIC X(12).
       01 WS-CUR-REASON        PIC X(30).
       01 WS-REC-IMAGE         PIC X(334).
       01 WS-REC-HASH          PIC S9(13)V99.
       01 WS-UNLOAD-COUNT      PIC 9(9).
       01 WS-UNLOAD-HASH       PIC S9(13)V99.
       01 WS-VERIFY-COUNT      PIC 9(9).
       01 WS-VERIFY-HASH       PIC S9(13)V99.

       01 WS-BACKED-UP-COUNT   PIC 9(2) VALUE 0.
       01 WS-ABSENT-COUNT      PIC 9(2) VALUE 0.
       01 WS-FAIL-COUNT        PIC 9(2) VALUE 0.
       01 WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.

      * THE CATALOG AS LOADED, IN THE ORDER WRITTEN (OLDEST FIRST),
      * PLUS THIS RUN'S GENERATIONS. NINETY-NINE GENERATIONS OF TEN
      * MASTERS PLUS ONE RUN'S WORTH FIT.
       01 WS-CAT-MAX           PIC 9(4) VALUE 1000.
       01 WS-CAT-COUNT         PIC 9(4) VALUE 0.
       01 WS-CAT-IDX           PIC 9(4).
       01 WS-CAT-TABLE.
         05 WS-CAT-ENTRY OCCURS 1000 TIMES.
           10 WS-CT-GEN-ID     PIC 9(14).
           10 WS-CT-MASTER     PIC X(12).
           10 WS-CT-COUNT      PIC 9(9).
           10 WS-CT-HASH       PIC S9(13)V99.
           10 WS-CT-EXPIRED    PIC X.
       01 WS-GENS-SEEN         PIC 9(4).

       01 WS-WORK-NAME         PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/BKUPWORK".
       01 WS-LOG-NAME          PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/BKUPLOG".
       01 WS-LOG-NEW-NAME      PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/BKUPLOG.NEW".
       01 WS-GEN-FILE-NAME.
         05 FILLER             PIC X(36) VALUE
            "C:/work space/Cobol path/labs/Cobol/".
         05 WS-GEN-NAME-TAIL   PIC X(44).
       01 WS-COPY-RESULT       PIC S9(9) COMP-5.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(36) VALUE
            "MASTER FILE BACKUP  GENERATION: ".
         05 WS-RT-GEN-ID       PIC 9(14).
         05 FILLER             PIC X(8) VALUE "  KEEP: ".
         05 WS-RT-KEEP         PIC Z9.
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RD-MASTER       PIC X(12).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-GEN-ID       PIC 9(14).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-COUNT        PIC ZZZZZZZZ9.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-HASH         PIC -ZZZZZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-RESULT       PIC X(30).
         05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(28).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(67) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME-RAW FROM TIME.
             COMPUTE WS-GEN-ID = WS-RUN-DATE * 1000000
                 + WS-RUN-TIME-HMS.

             MOVE "MST-BACKUP" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "MST-BACKUP: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

      * NO CARD, OR A ZERO ON IT, KEEPS THE DEFAULT.
             OPEN INPUT BKUP-PARM
             IF PARM-FILE-STATUS = "00"
                 READ BKUP-PARM
                     AT END
                         CONTINUE
                     NOT AT END
                         IF BP-KEEP-GENS IS NUMERIC
                            AND BP-KEEP-GENS > 0
                             MOVE BP-KEEP-GENS TO WS-KEEP-GENS
                         END-IF
                 END-READ
                 CLOSE BKUP-PARM
             END-IF.

             PERFORM 150-LOAD-CATALOG.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT BKUP-RPT
             MOVE WS-GEN-ID TO WS-RT-GEN-ID.
             MOVE WS-KEEP-GENS TO WS-RT-KEEP.
             WRITE BKUP-RPT-LINE FROM WS-RPT-TITLE.
             WRITE BKUP-RPT-LINE FROM WS-RPT-BLANK.

             MOVE 1 TO WS-MST-IDX.
             PERFORM 200-BACKUP-ONE-MASTER
                 UNTIL WS-MST-IDX > WS-BK-MASTER-COUNT.

             IF WS-FAIL-COUNT = 0
                 MOVE 1 TO WS-MST-IDX
                 PERFORM 500-EXPIRE-ONE-MASTER
                     UNTIL WS-MST-IDX > WS-BK-MASTER-COUNT
             ELSE
                 DISPLAY "MST-BACKUP: " WS-FAIL-COUNT
                    " MASTER(S) FAILED, NO GENERATIONS EXPIRED"
                 MOVE 16 TO RETURN-CODE
             END-IF.

             PERFORM 600-REWRITE-CATALOG.
             PERFORM 8000-WRITE-TOTALS.
             CLOSE BKUP-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-CATALOG.
      * NO CATALOG YET MEANS NO GENERATIONS ON HAND.
             OPEN INPUT BKUP-LOG
             IF LOG-FILE-STATUS = "00"
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
                 MOVE "N" TO WS-CT-EXPIRED(WS-CAT-COUNT)
                 READ BKUP-LOG
                  AT END SET LOG-EOF TO TRUE
                 END-READ
             ELSE
                 DISPLAY "MST-BACKUP: BKUPLOG CATALOG TABLE FULL AT "
                    WS-CAT-MAX ", NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 SET LOG-EOF TO TRUE
             END-IF.
           160-END.

           200-BACKUP-ONE-MASTER.
      * UNLOAD, RE-READ AND PROVE, THEN STAMP: THE GENERATION FILE
      * AND ITS CATALOG LINE ONLY EXIST FOR AN UNLOAD WHOSE COUNT
      * AND HASH SURVIVED A READ BACK FROM DISK.
             MOVE WS-BK-MASTER-NAME(WS-MST-IDX) TO WS-CUR-MASTER.
             MOVE "N" TO WS-MASTER-FAIL-SW.
             MOVE SPACES TO WS-CUR-REASON.
             MOVE 0 TO WS-UNLOAD-COUNT.
             MOVE 0 TO WS-UNLOAD-HASH.
             MOVE 0 TO WS-VERIFY-COUNT.
             MOVE 0 TO WS-VERIFY-HASH.

             PERFORM 310-OPEN-MASTER.
             EVALUATE MST-FILE-STATUS
                 WHEN "00"
                     PERFORM 210-UNLOAD-MASTER
                     IF NOT MASTER-FAILED
                         PERFORM 230-VERIFY-UNLOAD
                     END-IF
                     IF NOT MASTER-FAILED
                         PERFORM 250-STAMP-GENERATION
                     END-IF
                 WHEN "35"
                     ADD 1 TO WS-ABSENT-COUNT
                     MOVE "NOT PRESENT, SKIPPED" TO WS-CUR-REASON
                 WHEN OTHER
                     SET MASTER-FAILED TO TRUE
                     STRING "OPEN FAILED, STATUS "
                            DELIMITED BY SIZE
                            MST-FILE-STATUS DELIMITED BY SIZE
                         INTO WS-CUR-REASON
                     END-STRING
             END-EVALUATE.

             IF MASTER-FAILED
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE 16 TO RETURN-CODE
             END-IF.

             MOVE WS-CUR-MASTER TO WS-RD-MASTER.
             MOVE WS-GEN-ID TO WS-RD-GEN-ID.
             MOVE WS-UNLOAD-COUNT TO WS-RD-COUNT.
             MOVE WS-UNLOAD-HASH TO WS-RD-HASH.
             MOVE WS-CUR-REASON TO WS-RD-RESULT.
             WRITE BKUP-RPT-LINE FROM WS-RPT-DETAIL.
             ADD 1 TO WS-MST-IDX.
           200-END.

           210-UNLOAD-MASTER.
             MOVE "N" TO WS-MASTER-EOF-SW.
             OPEN OUTPUT BKUP-WORK
             PERFORM 320-READ-MASTER.
             PERFORM 220-UNLOAD-STEP UNTIL MASTER-EOF.
             IF MST-FILE-STATUS NOT = "00"
                AND MST-FILE-STATUS NOT = "10"
                 SET MASTER-FAILED TO TRUE
                 STRING "READ FAILED, STATUS "
                        DELIMITED BY SIZE
                        MST-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-CUR-REASON
                 END-STRING
             END-IF.
             PERFORM 340-CLOSE-MASTER.
             CLOSE BKUP-WORK.
           210-END.

           220-UNLOAD-STEP.
             WRITE BKUP-WORK-REC FROM WS-REC-IMAGE.
             IF WORK-FILE-STATUS NOT = "00"
                 SET MASTER-FAILED TO TRUE
                 MOVE "UNLOAD WRITE FAILED" TO WS-CUR-REASON
                 SET MASTER-EOF TO TRUE
             ELSE
                 PERFORM 330-HASH-RECORD
                 ADD 1 TO WS-UNLOAD-COUNT
                 ADD WS-REC-HASH TO WS-UNLOAD-HASH
                 PERFORM 320-READ-MASTER
             END-IF.
           220-END.

           230-VERIFY-UNLOAD.
      * THE UNLOAD IS READ BACK THROUGH THE MASTER'S OWN LAYOUT SO
      * THE HASH IS RECOMPUTED FROM WHAT IS ACTUALLY ON DISK.
             MOVE "N" TO WS-WORK-EOF-SW.
             OPEN INPUT BKUP-WORK
             IF WORK-FILE-STATUS NOT = "00"
                 SET MASTER-FAILED TO TRUE
                 MOVE "UNLOAD WILL NOT RE-READ" TO WS-CUR-REASON
             ELSE
                 READ BKUP-WORK
                  AT END SET WORK-EOF TO TRUE
                 END-READ
                 PERFORM 240-VERIFY-STEP UNTIL WORK-EOF
                 CLOSE BKUP-WORK
                 IF WS-VERIFY-COUNT NOT = WS-UNLOAD-COUNT
                    OR WS-VERIFY-HASH NOT = WS-UNLOAD-HASH
                     SET MASTER-FAILED TO TRUE
                     MOVE "UNLOAD DOES NOT PROVE" TO WS-CUR-REASON
                 END-IF
             END-IF.
           230-END.

           240-VERIFY-STEP.
             PERFORM 350-LOAD-RECORD-AREA.
             PERFORM 330-HASH-RECORD.
             ADD 1 TO WS-VERIFY-COUNT.
             ADD WS-REC-HASH TO WS-VERIFY-HASH.
             READ BKUP-WORK
              AT END SET WORK-EOF TO TRUE
             END-READ.
           240-END.

           250-STAMP-GENERATION.
             MOVE SPACES TO WS-GEN-NAME-TAIL.
             STRING WS-CUR-MASTER DELIMITED BY SPACE
                    ".G" DELIMITED BY SIZE
                    WS-GEN-ID DELIMITED BY SIZE
                 INTO WS-GEN-NAME-TAIL
             END-STRING.
             CALL "CBL_COPY_FILE" USING WS-WORK-NAME,
                 WS-GEN-FILE-NAME
                 RETURNING WS-COPY-RESULT
             END-CALL.
             EVALUATE TRUE
                 WHEN WS-COPY-RESULT NOT = 0
                     SET MASTER-FAILED TO TRUE
                     MOVE "GENERATION FILE NOT WRITTEN"
                        TO WS-CUR-REASON
                 WHEN WS-CAT-COUNT >= WS-CAT-MAX
                     SET MASTER-FAILED TO TRUE
                     MOVE "CATALOG TABLE FULL" TO WS-CUR-REASON
                 WHEN OTHER
                     ADD 1 TO WS-CAT-COUNT
                     MOVE WS-GEN-ID TO WS-CT-GEN-ID(WS-CAT-COUNT)
                     MOVE WS-CUR-MASTER TO WS-CT-MASTER(WS-CAT-COUNT)
                     MOVE WS-UNLOAD-COUNT TO WS-CT-COUNT(WS-CAT-COUNT)
                     MOVE WS-UNLOAD-HASH TO WS-CT-HASH(WS-CAT-COUNT)
                     MOVE "N" TO WS-CT-EXPIRED(WS-CAT-COUNT)
                     ADD 1 TO WS-BACKED-UP-COUNT
                     MOVE "BACKED UP AND PROVED" TO WS-CUR-REASON
             END-EVALUATE.
           250-END.

      * HASH TOTALS FOLLOW FILE-AUDIT WHERE IT AUDITS THE SAME
      * MASTER: PAY AMOUNTS OR BALANCES, THE EMPLOYEE IDS FOR
      * BENENROLL, AND NO HASH (COUNT ONLY) FOR GLMAP.
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
      * A READ ERROR ENDS THE UNLOAD; 210 FAILS THE MASTER ON IT.
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

           500-EXPIRE-ONE-MASTER.
      * THE CATALOG IS OLDEST FIRST, SO WALKING IT BACKWARD COUNTS
      * THE MASTER'S GENERATIONS NEWEST FIRST; EVERY ONE PAST THE
      * RETENTION IS DELETED AND MARKED FOR THE REWRITE TO DROP.
             MOVE WS-BK-MASTER-NAME(WS-MST-IDX) TO WS-CUR-MASTER.
             MOVE 0 TO WS-GENS-SEEN.
             MOVE WS-CAT-COUNT TO WS-CAT-IDX.
             PERFORM 510-EXPIRE-STEP UNTIL WS-CAT-IDX = 0.
             ADD 1 TO WS-MST-IDX.
           500-END.

           510-EXPIRE-STEP.
             IF WS-CT-MASTER(WS-CAT-IDX) = WS-CUR-MASTER
                 ADD 1 TO WS-GENS-SEEN
                 IF WS-GENS-SEEN > WS-KEEP-GENS
                     PERFORM 520-DELETE-GENERATION
                 END-IF
             END-IF.
             SUBTRACT 1 FROM WS-CAT-IDX.
           510-END.

           520-DELETE-GENERATION.
             MOVE SPACES TO WS-GEN-NAME-TAIL.
             STRING WS-CUR-MASTER DELIMITED BY SPACE
                    ".G" DELIMITED BY SIZE
                    WS-CT-GEN-ID(WS-CAT-IDX) DELIMITED BY SIZE
                 INTO WS-GEN-NAME-TAIL
             END-STRING.
      * A GENERATION FILE ALREADY REMOVED BY HAND IS STILL DROPPED
      * FROM THE CATALOG.
             CALL "CBL_DELETE_FILE" USING WS-GEN-FILE-NAME
                 RETURNING WS-COPY-RESULT
             END-CALL.
             MOVE "Y" TO WS-CT-EXPIRED(WS-CAT-IDX).
             ADD 1 TO WS-EXPIRED-COUNT.

             MOVE WS-CUR-MASTER TO WS-RD-MASTER.
             MOVE WS-CT-GEN-ID(WS-CAT-IDX) TO WS-RD-GEN-ID.
             MOVE WS-CT-COUNT(WS-CAT-IDX) TO WS-RD-COUNT.
             MOVE WS-CT-HASH(WS-CAT-IDX) TO WS-RD-HASH.
             MOVE "GENERATION EXPIRED" TO WS-RD-RESULT.
             WRITE BKUP-RPT-LINE FROM WS-RPT-DETAIL.
           520-END.

           600-REWRITE-CATALOG.
      * THE NEW CATALOG IS WRITTEN ASIDE AND COPIED OVER THE OLD
      * ONE, SO A FAILURE PART WAY THROUGH LEAVES THE OLD ONE WHOLE.
             OPEN OUTPUT BKUP-LOG-NEW
             IF NEW-FILE-STATUS NOT = "00"
                 DISPLAY "MST-BACKUP: ERROR OPENING BKUPLOG.NEW, ",
                  "STATUS: " NEW-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE 1 TO WS-CAT-IDX
                 PERFORM 610-REWRITE-CATALOG-STEP
                     UNTIL WS-CAT-IDX > WS-CAT-COUNT
                 CLOSE BKUP-LOG-NEW
                 CALL "CBL_COPY_FILE" USING WS-LOG-NEW-NAME,
                     WS-LOG-NAME
                     RETURNING WS-COPY-RESULT
                 END-CALL
                 IF WS-COPY-RESULT NOT = 0
                     DISPLAY "MST-BACKUP: ERROR COPYING BKUPLOG.NEW ",
                      "BACK OVER BKUPLOG, RESULT: " WS-COPY-RESULT
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           600-END.

           610-REWRITE-CATALOG-STEP.
             IF WS-CT-EXPIRED(WS-CAT-IDX) NOT = "Y"
                 MOVE SPACES TO BKUP-LOG-REC
                 MOVE WS-CT-GEN-ID(WS-CAT-IDX) TO BL-GEN-ID
                 MOVE WS-CT-MASTER(WS-CAT-IDX) TO BL-MASTER
                 MOVE WS-CT-COUNT(WS-CAT-IDX) TO BL-RECORD-COUNT
                 MOVE WS-CT-HASH(WS-CAT-IDX) TO BL-HASH-TOTAL
                 WRITE BKUP-LOG-NEW-REC FROM BKUP-LOG-REC
             END-IF.
             ADD 1 TO WS-CAT-IDX.
           610-END.

           8000-WRITE-TOTALS.
             WRITE BKUP-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "MASTERS BACKED UP:" TO WS-RPT-TOT-LABEL.
             MOVE WS-BACKED-UP-COUNT TO WS-RPT-TOT-COUNT.
             WRITE BKUP-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "MASTERS NOT PRESENT:" TO WS-RPT-TOT-LABEL.
             MOVE WS-ABSENT-COUNT TO WS-RPT-TOT-COUNT.
             WRITE BKUP-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "MASTERS FAILED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FAIL-COUNT TO WS-RPT-TOT-COUNT.
             WRITE BKUP-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "GENERATIONS EXPIRED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-EXPIRED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE BKUP-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "MST-BACKUP: GENERATION " WS-GEN-ID
                " MASTERS BACKED UP: " WS-BACKED-UP-COUNT
                " FAILED: " WS-FAIL-COUNT.
             DISPLAY "MST-BACKUP: GENERATIONS EXPIRED: "
                WS-EXPIRED-COUNT.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM MST-BACKUP.

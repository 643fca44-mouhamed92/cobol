      * BKUPMSTR - the masters MST-BACKUP unloads and MST-RESTORE
      * reloads, in the order both programs number them. Adding a
      * master means a new entry here and a new WHEN in each
      * program's open / read / hash / write paragraphs.
       01 WS-BK-MASTER-COUNT    PIC 9(2) VALUE 10.
       01 WS-BK-MASTER-VALUES.
         05 FILLER PIC X(12) VALUE "EMPFILE".
         05 FILLER PIC X(12) VALUE "YTDMASTER".
         05 FILLER PIC X(12) VALUE "PAYHIST".
         05 FILLER PIC X(12) VALUE "GARNMASTER".
         05 FILLER PIC X(12) VALUE "BENENROLL".
         05 FILLER PIC X(12) VALUE "ARREARS".
         05 FILLER PIC X(12) VALUE "LEAVEMAST".
         05 FILLER PIC X(12) VALUE "CHECKREG".
         05 FILLER PIC X(12) VALUE "GLMAP".
         05 FILLER PIC X(12) VALUE "STUAR".
       01 WS-BK-MASTER-TABLE REDEFINES WS-BK-MASTER-VALUES.
         05 WS-BK-MASTER-NAME OCCURS 10 TIMES PIC X(12).

      * EMPHISTREC - effective-dated employee history master record,
      * keyed on employee plus effective date plus sequence. One
      * image of the tracked fields is written through EMPHISTLOG
      * every time a master update changes pay rate or salary,
      * department, status, wage-scale grade/step or work state,
      * so the image with the latest key on or before a date is
      * the employee as of that date. Several changes on one date
      * take ascending sequences.
       01 EMP-HIST-REC.
         05 EH-KEY.
           10 EH-EMP-ID         PIC 9(7).
           10 EH-EFF-DATE       PIC 9(8).
           10 EH-SEQ            PIC 9(3).
         05 EH-ENTRY-TYPE       PIC X.
           88 EH-LOADED         VALUE "L".
           88 EH-ADDED          VALUE "A".
           88 EH-CHANGED        VALUE "C".
           88 EH-DELETED        VALUE "D".
      * Program that made the change, and when it was recorded.
         05 EH-SOURCE           PIC X(12).
         05 EH-RECORDED-DATE    PIC 9(8).
         05 EH-RECORDED-TIME    PIC 9(6).
      * "*" against each tracked item this image changed.
         05 EH-CHANGE-FLAGS.
           10 EH-CHG-PAY        PIC X.
           10 EH-CHG-DEPT       PIC X.
           10 EH-CHG-STATUS     PIC X.
           10 EH-CHG-SCALE      PIC X.
           10 EH-CHG-STATE      PIC X.
         05 EH-LASTNAME         PIC X(10).
         05 EH-FIRSTNAME        PIC X(10).
         05 EH-PAY-TYPE         PIC X.
         05 EH-HOURLYRATE       PIC 9(4)V99.
         05 EH-ANNUAL-SALARY    PIC 9(6)V99.
         05 EH-DEPARTMENT       PIC X(30).
         05 EH-EMP-STATUS       PIC X.
         05 EH-STATUS-EFF-DATE  PIC 9(8).
         05 EH-UNION-GRADE      PIC X(2).
         05 EH-UNION-STEP       PIC 9(2).
         05 EH-WORK-STATE       PIC X(2).

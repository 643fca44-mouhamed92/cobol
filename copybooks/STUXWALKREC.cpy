      * STUXWALKREC - the student ID crosswalk. One record per
      * 9-digit identifier ever loaded from the merged source
      * files, carrying the 7-digit STUDENTS.DAT student ID it was
      * given, so a student keeps the same ID across every later
      * merge. Written by MERG-LOAD only; entries are never deleted.
       01 STU-XWALK-REC.
         05 XW-SOURCE-ID       PIC 9(9).
         05 XW-STU-ID          PIC 9(7).
         05 XW-SOURCE          PIC X(8).
         05 XW-ASSIGNED-DATE   PIC 9(8).

      * CRSREC - course catalog master record, keyed on the course
      * code (the same code GRADES.DAT carries in GR-COURSE).
      * Maintained by CRS-MAINT; STU-REGISTER reads it for the
      * credit hours a registration carries and for the courses a
      * student must have passed first. A retired course is kept
      * with status "I" so its history still resolves.
       01 COURSE-REC.
         05 CRS-CODE           PIC X(6).
         05 CRS-TITLE          PIC X(30).
         05 CRS-CREDIT-HOURS   PIC 9(2).
         05 CRS-PREREQS.
           10 CRS-PREREQ       PIC X(6) OCCURS 3 TIMES.
         05 CRS-STATUS         PIC X.
           88 CRS-ACTIVE       VALUE "A".
           88 CRS-INACTIVE     VALUE "I".

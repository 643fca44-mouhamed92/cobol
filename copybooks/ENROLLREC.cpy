      * ENROLLREC - enrolled-course record, one per student per
      * course per term, keyed on term, student and course so a
      * student's whole term reads together (TUITION-BILL sums the
      * enrolled credit hours this way). The alternate key on
      * term, course and section reads a section's class list for
      * rosters and waitlist promotion. A drop keeps the record
      * with status "D"; registering for the course again reuses
      * it. Written and maintained by STU-REGISTER.
       01 ENROLL-REC.
         05 ENR-KEY.
           10 ENR-TERM         PIC X(5).
           10 ENR-STU-ID       PIC 9(7).
           10 ENR-COURSE       PIC X(6).
         05 ENR-SECTION-KEY.
           10 ENR-SEC-TERM     PIC X(5).
           10 ENR-SEC-COURSE   PIC X(6).
           10 ENR-SEC-NO       PIC X(3).
         05 ENR-STATUS         PIC X.
           88 ENR-ENROLLED     VALUE "E".
           88 ENR-WAITLISTED   VALUE "W".
           88 ENR-DROPPED      VALUE "D".
         05 ENR-CREDIT-HOURS   PIC 9(2).
         05 ENR-WAIT-SEQ       PIC 9(5).
         05 ENR-REG-DATE       PIC 9(8).
         05 ENR-STATUS-DATE    PIC 9(8).

      * SECTREC - term section record, keyed on term, course and
      * section number. CRS-MAINT sets up the section and its seat
      * capacity; STU-REGISTER keeps the enrolled and waitlisted
      * counts and hands out waitlist sequence numbers, so the
      * student waiting longest is the first moved up when a seat
      * opens. A closed section ("C") takes no new registrations.
       01 SECTION-REC.
         05 SEC-KEY.
           10 SEC-TERM         PIC X(5).
           10 SEC-COURSE       PIC X(6).
           10 SEC-NO           PIC X(3).
         05 SEC-INSTRUCTOR     PIC X(20).
         05 SEC-CAPACITY       PIC 9(3).
         05 SEC-ENROLLED       PIC 9(3).
         05 SEC-WAITLISTED     PIC 9(3).
         05 SEC-NEXT-WAIT-SEQ  PIC 9(5).
         05 SEC-STATUS         PIC X.
           88 SEC-OPEN         VALUE "O".
           88 SEC-CLOSED       VALUE "C".

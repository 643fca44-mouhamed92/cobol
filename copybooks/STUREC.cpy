      * STUREC - the student master record (STUDENTS.DAT). The
      * master is indexed on STU-SSN, which despite its name holds
      * the 7-digit student ID, with an alternate key (duplicates
      * allowed) on STU-LASTNAME for inquiry by name.
       01 STUDENTDETAILS     PIC X(40).
       01 STU-DETAILS REDEFINES STUDENTDETAILS.
          02 STU-SSN        PIC 9(7).
          02 STU-LASTNAME   PIC X(10).
          02 STU-FIRSTNAME  PIC X(10).
          02 STU-GPA        PIC 9V99.
          02 STU-CREDHRS    PIC 9(3).
          02 FILLER         PIC X(3).
          02 STU-MAJOR      PIC X(3).
          02 FILLER         PIC X.

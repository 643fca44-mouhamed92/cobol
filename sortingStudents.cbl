
            SELECT STUDENTSFILE ASSIGN TO
            "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS  IS KEY-STD-CHECK.

            SELECT SORTEDFILE ASSIGN TO
              "C:/work space/Cobol path/labs/Cobol/NEWSTUDENTS.DAT"
       FILE SECTION.

       FD STUDENTSFILE.
           COPY STUREC.

       FD SORTEDFILE.
       01 NEWSTUDENTDETAILS.

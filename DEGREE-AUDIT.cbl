
            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT GRAD-LIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GRADLIST"
         05 WGR-GRADE           PIC X(2).

       FD STUDENTSFILE.
           COPY STUREC.

       FD GRAD-LIST.
       01 GRAD-LIST-LINE        PIC X(80).

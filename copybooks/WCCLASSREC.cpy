      * WCCLASSREC - workers' compensation class master record.
      * Used by WC-MAINT and WC-AUDIT so both agree on field order
      * and size. Three kinds of entry share the file:
      *   C  a class code (key is the code) with its description and
      *      premium rate per $100 of payroll
      *   D  a department (key is the department name) and the class
      *      its payroll falls under
      *   E  an employee (key is the employee number) whose own work
      *      falls under a class other than the home department's
       01 WC-CLASS-REC.
         05 WC-KEY.
           10 WC-ENTRY-TYPE    PIC X.
             88 WC-CLASS-ENTRY VALUE "C".
             88 WC-DEPT-ENTRY  VALUE "D".
             88 WC-EMP-ENTRY   VALUE "E".
           10 WC-ENTRY-KEY     PIC X(30).
           10 WC-ENTRY-EMP REDEFINES WC-ENTRY-KEY.
             15 WC-ENTRY-EMP-ID PIC 9(7).
             15 FILLER         PIC X(23).
         05 WC-CLASS-CODE      PIC X(4).
         05 WC-RATE            PIC 9(3)V9999.
         05 WC-DESCRIPTION     PIC X(30).

      * NEWHIREREC - new-hire registry queue record, keyed on
      * employee and hire date. EMP-MAINT writes one when it adds an
      * active employee (hire date = STARTDATE) or reactivates a
      * terminated one (hire date = STATUS-EFF-DATE); NEW-HIRE
      * reports every entry still carrying a zero reported date to
      * the work state's registry and stamps it with the report
      * date, so nobody is reported twice.
       01 NEW-HIRE-REC.
         05 NH-KEY.
           10 NH-EMP-ID         PIC 9(7).
           10 NH-HIRE-DATE      PIC 9(8).
         05 NH-HIRE-TYPE        PIC X.
           88 NH-NEW-HIRE       VALUE "N".
           88 NH-REHIRE         VALUE "R".
         05 NH-LASTNAME         PIC X(10).
         05 NH-FIRSTNAME        PIC X(10).
         05 NH-WORK-STATE       PIC X(2).
         05 NH-KEYED-DATE       PIC 9(8).
         05 NH-OPERATOR         PIC X(8).
         05 NH-REPORTED-DATE    PIC 9(8).
           88 NH-UNREPORTED     VALUE 0.

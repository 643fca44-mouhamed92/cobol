      * HOLREC - company holiday calendar record layout, keyed on
      * the holiday date. Maintained by HOL-MAINT and read by
      * TIME-CAPTURE, which credits eligible hourly staff with the
      * holiday hours for every holiday inside the pay period and
      * prices hours worked on a holiday at the holiday premium.
       01 HOLIDAY-RECORD.
         05 HOL-DATE           PIC 9(8).
         05 HOL-NAME           PIC X(20).
         05 HOL-HOURS          PIC 9(2)V9.

      * EMPHISTPARM - parameter block for the EMPHISTLOG subprogram.
      * A program that updates EMPFILE opens the history master
      * ("O") once, passes each employee record it writes or
      * rewrites ("W") and each one it is about to delete ("D"),
      * and closes it ("C") at end of run. "W" records an image
      * only when a tracked field differs from the employee's
      * latest history image (or there is none yet); "L" is the
      * one-time seed, recording only employees with no history.
      * The effective date is the date the master changed.
       01 EMPHIST-PARM.
         05 EHP-FUNCTION        PIC X.
           88 EHP-OPEN          VALUE "O".
           88 EHP-RECORD        VALUE "W".
           88 EHP-DELETE        VALUE "D".
           88 EHP-SEED          VALUE "L".
           88 EHP-CLOSE         VALUE "C".
         05 EHP-PROGRAM-ID      PIC X(12).
         05 EHP-EFF-DATE        PIC 9(8).
         05 EHP-RESULT          PIC 9(2).
           88 EHP-OK            VALUE 0.
           88 EHP-NO-CHANGE     VALUE 4.
           88 EHP-FAILED        VALUE 16.

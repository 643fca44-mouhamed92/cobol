      * OPRAUTHPARM - parameter block for the OPRAUTH subprogram.
      * A maintenance program opens the authority check ("O") once
      * with its program name, asks for each transaction ("K") with
      * the operator on the card, the transaction type and a short
      * detail (the record key) for the denial log, and closes it
      * ("C") at end of run. Until an OPERAUTH master exists the
      * open comes back "not in force" and every check passes.
       01 OPRAUTH-PARM.
         05 OAP-FUNCTION        PIC X.
           88 OAP-OPEN          VALUE "O".
           88 OAP-CHECK         VALUE "K".
           88 OAP-CLOSE         VALUE "C".
         05 OAP-PROGRAM-ID      PIC X(12).
         05 OAP-OPERATOR        PIC X(8).
         05 OAP-TRAN-TYPE       PIC X(4).
         05 OAP-DETAIL          PIC X(20).
         05 OAP-RESULT          PIC 9(2).
           88 OAP-AUTHORIZED    VALUE 0.
           88 OAP-NOT-IN-FORCE  VALUE 4.
           88 OAP-DENIED        VALUE 8.
           88 OAP-FAILED        VALUE 16.

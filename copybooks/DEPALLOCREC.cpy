      * DEPALLOCREC - direct-deposit split allocation master record,
      * keyed on employee and allocation sequence. Used by EMP-MAINT
      * (after dual-control approval), ACH-EXTRACT and ACH-RETURN so
      * all three agree on field order and size.
      * Each record sends a flat amount or a percentage of net pay
      * to one account, in sequence order. Whatever is left goes to
      * the remainder account, which is the bank account held on
      * the employee master itself. Every account carries its own
      * prenote state. An account the bank returned is marked "R"
      * and its share falls back to the remainder account.
       01 DEP-ALLOC-RECORD.
         05 DA-KEY.
           10 DA-EMP-ID         PIC 9(7).
           10 DA-SEQ            PIC 9(2).
         05 DA-ROUTING          PIC 9(9).
         05 DA-ACCOUNT          PIC X(17).
         05 DA-DEP-TYPE         PIC X.
           88 DA-CHECKING       VALUE "C".
           88 DA-SAVINGS        VALUE "S".
         05 DA-METHOD           PIC X.
           88 DA-FLAT           VALUE "F".
           88 DA-PERCENT        VALUE "P".
         05 DA-FLAT-AMOUNT      PIC 9(5)V99.
         05 DA-PCT              PIC 9(3)V99.
         05 DA-ACCT-STATUS      PIC X.
           88 DA-ACTIVE         VALUE "A" " ".
           88 DA-RETURNED       VALUE "R".
         05 DA-PRENOTE-STATUS   PIC X.
           88 DA-PRENOTE-PENDING  VALUE "P".
           88 DA-PRENOTE-VERIFIED VALUE "V" " ".
         05 DA-PRENOTE-DATE     PIC 9(8).

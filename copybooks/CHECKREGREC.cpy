      * CHECKREGREC - check register master record layout, keyed on
      * check number. Shared by CHECK-ISSUE, CHECK-RECON, PAY-VOID
      * and ESCHEAT so all four agree on field order and size. A
      * check is issued ("I") when numbered, cleared ("C") when the
      * bank reports it paid, and voided ("V") when PAY-VOID backs
      * the payment out so the bank can be told to stop it. A check
      * never cashed is escheated ("E") by ESCHEAT once it reaches
      * the state dormancy period: the bank is told to stop it and
      * the wages are reported and remitted to the state as
      * unclaimed property.
       01 CHECKREG-REC.
         05 CR-CHECK-NO        PIC 9(8).
         05 CR-EMP-ID          PIC 9(7).
           88 CR-ISSUED        VALUE "I".
           88 CR-CLEARED       VALUE "C".
           88 CR-VOIDED        VALUE "V".
           88 CR-ESCHEATED     VALUE "E".
      * Date ESCHEAT sent the owner the due-diligence letter for an
      * issued check nearing dormancy (zero until then), and the
      * date the check was escheated.
         05 CR-DD-LETTER-DATE  PIC 9(8).
         05 CR-ESCHEAT-DATE    PIC 9(8).

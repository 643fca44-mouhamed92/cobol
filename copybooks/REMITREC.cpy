      * REMITREC - employee tuition remission eligibility (REMITELIG),
      * one record per student entitled to remission through an
      * employee: the employee themself or a dependent. RE-PCT is
      * the share of the gross tuition remitted. TUITION-BILL
      * applies it ahead of the awards as aid fund REMT, and
      * STU-MAINT returns it first when a withdrawal is refunded,
      * so both must read the same layout.
       01 REMIT-ELIG-REC.
         05 RE-STU-ID           PIC 9(7).
         05 RE-EMP-ID           PIC 9(7).
         05 RE-PCT              PIC 9(3)V99.

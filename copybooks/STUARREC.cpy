      * STUARREC - student accounts receivable master record,
      * keyed on student id. TUITION-BILL posts invoices to the
      * balance, TUIT-PAYMENT posts payments and sets or clears
      * the past-due hold (by missed installments for a student on
      * a PAYPLAN payment plan), and STU-MAINT refuses add and change
      * enrollment transactions while the hold is on and credits
      * the refund when a billed student withdraws. All three
      * copy this layout so they agree on field order and size.
       01 STU-AR-REC.
         05 SA-STU-ID          PIC 9(7).

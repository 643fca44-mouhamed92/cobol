      * TUITHISTREC - student tuition activity history (TUITHIST),
      * appended as activity posts to the receivables master and
      * never rewritten, so a calendar year can be totaled after
      * the nightly invoice and payment files have turned over.
      *   B - term billed (TUITION-BILL): gross, total aid, hours
      *   A - aid applied on that bill, one per fund
      *   P - payment posted (TUIT-PAYMENT): amount, reference
      *   R - withdrawal refund (STU-MAINT): refundable tuition,
      *       aid returned, and the bill date of the term refunded
      *   D - aid returned on that refund, one per fund
      *   F - payment plan fee posted (TUIT-PAYMENT): enrollment
      *       fee, or late fee on a missed installment
      * TH-DATE is the bill, payment, refund or fee posting date.
      * TUIT-1098T reads it for the year-end tuition statements.
       01 TUIT-HIST-REC.
         05 TH-STU-ID           PIC 9(7).
         05 TH-TYPE             PIC X.
           88 TH-BILLED         VALUE "B".
           88 TH-AID-APPLIED    VALUE "A".
           88 TH-PAYMENT        VALUE "P".
           88 TH-REFUND         VALUE "R".
           88 TH-AID-RETURNED   VALUE "D".
           88 TH-PLAN-FEE       VALUE "F".
         05 TH-DATE.
           10 TH-YEAR           PIC 9(4).
           10 TH-MMDD           PIC 9(4).
         05 TH-TERM             PIC X(5).
         05 TH-AMOUNT           PIC 9(7)V99.
         05 TH-AID-AMOUNT       PIC 9(7)V99.
         05 TH-CREDIT-HOURS     PIC 9(3).
         05 TH-FUND-CODE        PIC X(4).
         05 TH-REFERENCE        PIC X(10).
         05 TH-ORIG-DATE.
           10 TH-ORIG-YEAR      PIC 9(4).
           10 TH-ORIG-MMDD      PIC 9(4).

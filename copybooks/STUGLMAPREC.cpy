      * STUGLMAPREC - student receivables GL mapping master
      * (STUGLMAP), maintained by STU-GL-MAINT. Tells TUITION-BILL
      * and TUIT-PAYMENT which cost center and account each piece
      * of student activity books to:
      *   type M - tuition revenue for a major (code = major)
      *   type F - aid expense for an award fund (code = fund)
      *   type S - the fixed entries: AR (student receivables),
      *            FEE (flat fee revenue), CASH and PLAN (payment
      *            plan enrollment and late fee revenue).
       01 STU-GL-MAP-REC.
         05 SGM-KEY.
           10 SGM-TYPE           PIC X.
             88 SGM-MAJOR        VALUE "M".
             88 SGM-FUND         VALUE "F".
             88 SGM-SYSTEM       VALUE "S".
           10 SGM-CODE           PIC X(4).
         05 SGM-COST-CENTER      PIC X(4).
         05 SGM-ACCOUNT          PIC X(6).

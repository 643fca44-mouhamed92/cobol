      * AUTHDENYREC - one line on the AUTHDENY log for every
      * transaction refused for want of operator authority, kept
      * for the periodic access review (OPR-REPORT). Written by
      * OPRAUTH for the maintenance programs and by OPR-MAINT for
      * its own cards; the log is only ever extended.
       01 AUTH-DENY-REC.
         05 AD-DATE             PIC 9(8).
         05 FILLER              PIC X.
         05 AD-TIME             PIC 9(6).
         05 FILLER              PIC X.
         05 AD-PROGRAM          PIC X(12).
         05 FILLER              PIC X.
         05 AD-OPERATOR         PIC X(8).
         05 FILLER              PIC X.
         05 AD-TRAN-TYPE        PIC X(4).
         05 FILLER              PIC X.
         05 AD-DETAIL           PIC X(20).
         05 FILLER              PIC X.
         05 AD-REASON           PIC X(20).

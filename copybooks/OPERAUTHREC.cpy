      * OPERAUTHREC - operator authority master, keyed on operator
      * plus program plus transaction type. One record grants one
      * operator the right to submit one kind of transaction to one
      * program; a transaction type of "*" grants every type the
      * program takes. The types are the programs' own action codes
      * (A/C/D and so on), plus "RATE" for an EMP-MAINT change that
      * alters pay, "ALOC" for its split-deposit cards and "APPR"
      * for its bank approval cards. A grant past its expiry date
      * no longer counts; zero never expires. Maintained only by
      * OPR-MAINT; checked through OPRAUTH.
       01 OPER-AUTH-REC.
         05 OA-KEY.
           10 OA-OPERATOR       PIC X(8).
           10 OA-PROGRAM        PIC X(12).
           10 OA-TRAN-TYPE      PIC X(4).
         05 OA-OPERATOR-NAME    PIC X(20).
         05 OA-GRANTED-BY       PIC X(8).
         05 OA-GRANTED-DATE     PIC 9(8).
         05 OA-EXPIRES-DATE     PIC 9(8).
           88 OA-NO-EXPIRY      VALUE 0.

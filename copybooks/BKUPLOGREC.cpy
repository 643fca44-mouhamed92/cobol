      * BKUPLOGREC - one line on the BKUPLOG catalog for every
      * verified backup generation of a master file still on hand.
      * The generation id is the backup run's date and time
      * (YYYYMMDDHHMMSS) and names the generation file,
      * <master>.G<generation id>. The record count and hash total
      * are those proved when the generation was written; MST-RESTORE
      * will not reload a generation that no longer matches them.
      * MST-BACKUP rewrites the catalog each run, dropping the
      * generations it has expired.
       01 BKUP-LOG-REC.
         05 BL-GEN-ID           PIC 9(14).
         05 FILLER              PIC X.
         05 BL-MASTER           PIC X(12).
         05 FILLER              PIC X.
         05 BL-RECORD-COUNT     PIC 9(9).
         05 FILLER              PIC X.
         05 BL-HASH-TOTAL       PIC S9(13)V99 SIGN LEADING SEPARATE.

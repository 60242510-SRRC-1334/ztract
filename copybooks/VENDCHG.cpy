000100*****************************************************************
000110*  VENDCHG.CPY
000120*  VENDOR-CHANGE-RECORD - ONE ENTRY ON THE CUMULATIVE VENDOR
000130*  CHANGE LOG.  VENDLOAD WRITES A C ENTRY FOR EVERY FIELD A
000140*  MAINTENANCE CARD CHANGES ON AN EXISTING VENDOR, WITH THE VALUE
000150*  BEFORE AND AFTER, AND AN A ENTRY FOR A VENDOR NEW TO THE
000160*  MASTER.  VENDVRFY WRITES A V ENTRY WHEN A CALLBACK TO THE
000170*  VENDOR CONFIRMS A CHANGED REMIT-TO.  VC-VERIFY-SW IS Y ON A
000180*  CHANGE THAT PUT THE VENDOR INTO PENDING VERIFICATION (REMIT-TO
000190*  ADDRESS, CITY, ZIP, OR TAX ID).  VC-FIELD-NAME IS THE VENDREC
000200*  DATA NAME.  NUMERIC VALUES ARE CARRIED IN DISPLAY FORM.
000210*  READ BY VENDCRPT FOR THE DAILY VENDOR-CHANGE REPORT.
000220*****************************************************************
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  ---------  ----  ---------------------------------------------
000260*  2026-10-15 JLH   INITIAL VERSION.
000270*****************************************************************
000280 01  VENDOR-CHANGE-RECORD.
000290     05  VC-VENDOR-ID          PIC X(10).
000300     05  VC-CHANGE-DATE        PIC 9(08).
000310     05  VC-CHANGE-TIME        PIC 9(06).
000320     05  VC-CHANGE-TYPE        PIC X(01).
000330         88  VC-FIELD-CHANGE         VALUE 'C'.
000340         88  VC-VENDOR-ADDED         VALUE 'A'.
000350         88  VC-CALLBACK             VALUE 'V'.
000360     05  VC-FIELD-NAME         PIC X(20).
000370     05  VC-BEFORE-VALUE       PIC X(60).
000380     05  VC-AFTER-VALUE        PIC X(60).
000390     05  VC-VERIFY-SW          PIC X(01).
000400         88  VC-NEEDS-VERIFY         VALUE 'Y'.
000410     05  VC-CHANGED-BY         PIC X(08).
000420     05  FILLER                PIC X(20).

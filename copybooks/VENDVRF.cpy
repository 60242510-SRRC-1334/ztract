000100*****************************************************************
000110*  VENDVRF.CPY
000120*  VENDOR-VERIFY-RECORD - ONE CALLBACK VERIFICATION OF A VENDOR
000130*  IN PENDING VERIFICATION AFTER A REMIT-TO OR TAX ID CHANGE.  THE
000140*  CALLBACK IS MADE TO A TELEPHONE NUMBER ALREADY ON FILE, NEVER
000150*  TO ONE GIVEN WITH THE CHANGE REQUEST.  VV-VERIFIED-BY MUST BE
000160*  AN ACTIVE OPERATOR ON THE AUTHORITY MASTER.  INPUT TO VENDVRFY.
000170*****************************************************************
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  ---------  ----  ---------------------------------------------
000210*  2026-10-15 JLH   INITIAL VERSION.
000220*****************************************************************
000230 01  VENDOR-VERIFY-RECORD.
000240     05  VV-VENDOR-ID          PIC X(10).
000250     05  VV-VERIFIED-BY        PIC X(08).
000260     05  VV-CALLBACK-DATE      PIC 9(08).
000270     05  VV-CONTACT-NAME       PIC X(30).
000280     05  VV-CONTACT-PHONE      PIC X(15).
000290     05  VV-NOTE               PIC X(30).
000300     05  FILLER                PIC X(19).

000100*****************************************************************
000110*  POAPPR.CPY
000120*  PO-APPROVAL-RECORD - PURCHASING'S APPROVAL OF ONE REORDRPT
000130*  SUGGESTION, IN PRODUCT SEQUENCE: THE VENDOR TO BUY FROM, THE
000140*  QUANTITY (ZERO TAKES THE SUGGESTED QUANTITY AS IT STANDS),
000150*  THE EXPECTED DELIVERY DATE (ZERO TAKES THE RUN DATE PLUS THE
000160*  POGEN CONTROL-CARD LEAD DAYS), AND WHO APPROVED IT.  A
000170*  SUGGESTION WITH NO APPROVAL CARD IS NOT ORDERED.
000180*****************************************************************
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  ---------  ----  ---------------------------------------------
000220*  2026-10-15 JLH   INITIAL VERSION.
000230*****************************************************************
000240 01  PO-APPROVAL-RECORD.
000250     05  AP-PRODUCT            PIC X(20).
000260     05  AP-VENDOR-ID          PIC X(10).
000270     05  AP-APPROVED-QTY       PIC 9(07).
000280     05  AP-EXPECTED-DATE      PIC 9(08).
000290     05  AP-APPROVED-BY        PIC X(08).
000300     05  FILLER                PIC X(10).

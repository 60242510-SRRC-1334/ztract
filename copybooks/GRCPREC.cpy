000190*  DATE       INIT  DESCRIPTION
000200*  ---------  ----  ---------------------------------------------
000210*  2026-09-03 JLH   INITIAL VERSION.
000212*  2026-10-15 JLH   ADDED GR-PO-NUMBER, THE PURCHASE ORDER THE
000214*                   DELIVERY WAS SHIPPED AGAINST, SO STKRECV CAN
000216*                   MATCH THE RECEIPT TO ITS OPEN PO LINE.  LEFT
000218*                   ZERO WHEN THE PAPERWORK CARRIES NO PO NUMBER.
000220*****************************************************************
000230 01  GOODS-RECEIPT-RECORD.
000240     05  GR-PRODUCT            PIC X(20).
000250     05  GR-QTY-RECEIVED       PIC 9(07).
000260     05  GR-RECEIPT-DATE       PIC 9(08).
000270     05  GR-REFERENCE          PIC X(20).
000275     05  GR-PO-NUMBER          PIC 9(10).
000280     05  FILLER                PIC X(05).

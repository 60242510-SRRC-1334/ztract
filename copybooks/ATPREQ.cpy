000100*****************************************************************
000110*  ATPREQ.CPY
000120*  ATP-REQUEST - ONE PRODUCT AND THE NUMBER OF WEEKS OF
000130*  AVAILABLE-TO-PROMISE TO SHOW FOR IT.  INPUT TRANSACTION TO
000140*  ATPINQ.
000150*****************************************************************
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  ---------  ----  ---------------------------------------------
000190*  2026-10-15 JLH   INITIAL VERSION.
000200*****************************************************************
000210 01  ATP-REQUEST.
000220     05  AQ-PRODUCT            PIC X(20).
000230     05  AQ-WEEKS              PIC 9(02).

000100*****************************************************************
000110*  POSUGG.CPY
000120*  REORDER-SUGGESTION-RECORD - ONE REPLENISHMENT SUGGESTION PER
000130*  PRODUCT BELOW ITS REORDER POINT, WRITTEN BY REORDRPT IN
000140*  PRODUCT SEQUENCE ALONGSIDE THE PRINTED SUGGESTION LIST.
000150*  POGEN MATCHES THE FILE AGAINST PURCHASING'S APPROVAL CARDS
000160*  (COPY POAPPR) TO RAISE THE PURCHASE ORDERS.
000170*****************************************************************
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  ---------  ----  ---------------------------------------------
000210*  2026-10-15 JLH   INITIAL VERSION.
000220*****************************************************************
000230 01  REORDER-SUGGESTION-RECORD.
000240     05  SG-PRODUCT            PIC X(20).
000250     05  SG-ON-HAND            PIC 9(07).
000260     05  SG-OPEN-DEMAND        PIC 9(07).
000270     05  SG-SHORTFALL          PIC 9(07).
000280     05  SG-SUGGEST-QTY        PIC 9(07).
000290     05  SG-RUN-DATE           PIC 9(08).
000300     05  FILLER                PIC X(10).

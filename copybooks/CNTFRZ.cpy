000100*****************************************************************
000110*  CNTFRZ.CPY
000120*  COUNT-FREEZE-RECORD - ONE PRODUCT SELECTED FOR A CYCLE COUNT,
000130*  WITH THE BOOK ON-HAND QUANTITY FROZEN AT THE MOMENT THE COUNT
000140*  SHEET WAS PRINTED.  CCSHEET WRITES THE FILE IN PRODUCT
000150*  SEQUENCE; CCRECON COMPARES THE WAREHOUSE'S COUNTS AGAINST THE
000160*  FROZEN BOOK, SO MOVEMENTS POSTED WHILE THE COUNT IS UNDER WAY
000170*  DO NOT SHOW UP AS VARIANCES.
000180*****************************************************************
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  ---------  ----  ---------------------------------------------
000220*  2026-10-15 JLH   INITIAL VERSION.
000230*****************************************************************
000240 01  COUNT-FREEZE-RECORD.
000250     05  CF-PRODUCT            PIC X(20).
000260     05  CF-BOOK-QTY           PIC 9(07).
000270     05  CF-LAST-MOVE-DATE     PIC 9(08).
000280     05  CF-FREEZE-DATE        PIC 9(08).
000290     05  CF-FREEZE-TIME        PIC 9(06).
000300     05  FILLER                PIC X(11).

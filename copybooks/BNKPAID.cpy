000100*****************************************************************
000110*  BNKPAID.CPY
000120*  BANK-PAID-ITEM-RECORD - ONE ITEM FROM THE BANK'S DAILY PAID/
000130*  CLEARED ITEMS FILE.  THE BANK RETURNS THE ISSUE DATE AND
000140*  ISSUE SEQUENCE IT WAS GIVEN ON THE POSITIVE-PAY ISSUE
000150*  (COPY POSPAY), SO BK-ISSUE-DATE PLUS BK-ISSUE-SEQ IS THE KEY
000160*  OF THE ITEM ON THE ISSUED-PAYMENT REGISTER (COPY ISSPAY).
000170*  BK-PAID-AMOUNT IS WHAT THE BANK ACTUALLY PAID.
000180*****************************************************************
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  ---------  ----  ---------------------------------------------
000220*  2026-10-15 JLH   INITIAL VERSION.
000230*****************************************************************
000240 01  BANK-PAID-ITEM-RECORD.
000250     05  BK-ISSUE-DATE         PIC 9(08).
000260     05  BK-ISSUE-SEQ          PIC 9(05).
000270     05  BK-PAID-AMOUNT        PIC S9(11)V99.
000280     05  BK-CURRENCY           PIC X(03).
000290     05  BK-PAID-DATE          PIC 9(08).
000300     05  BK-BANK-REFERENCE     PIC X(16).
000310     05  FILLER                PIC X(10).

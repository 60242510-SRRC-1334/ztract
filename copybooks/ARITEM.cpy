000100*****************************************************************
000110*  ARITEM.CPY
000120*  OPEN-ITEM-RECORD - ONE RECEIVABLE DOCUMENT PER CUSTOMER
000130*  INVOICE THE CUSTBILL BILLING RUN PRINTS: THE INVOICE NUMBER,
000140*  THE ORDER AND PARTY IT BILLS, THE INVOICE AND DUE DATES, THE
000150*  INVOICED AMOUNT, AND THE AMOUNT STILL OPEN AGAINST IT.  THE
000160*  FILE IS CUMULATIVE - EACH BILLING RUN EXTENDS IT AND SEEDS
000170*  ITS INVOICE NUMBERS FROM THE HIGHEST ONE ALREADY ON IT - SO
000180*  CASH APPLICATION, DUNNING, AND THE STATEMENTS CAN WORK FROM
000190*  REAL DOCUMENTS INSTEAD OF ONE LUMP ACCOUNT BALANCE.
000200*****************************************************************
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  ---------  ----  ---------------------------------------------
000240*  2026-10-15 JLH   INITIAL VERSION.
000250*****************************************************************
000260 01  OPEN-ITEM-RECORD.
000270     05  OI-INVOICE-NR         PIC 9(10).
000280     05  OI-ORDER-ID           PIC 9(10).
000290     05  OI-CUSTOMER-NR        PIC 9(10).
000300     05  OI-COMMON-KEY         PIC 9(10).
000310     05  OI-INVOICE-DATE       PIC 9(08).
000320     05  OI-DUE-DATE           PIC 9(08).
000330     05  OI-AMOUNT             PIC S9(11)V99 COMP-3.
000340     05  OI-OPEN-AMOUNT        PIC S9(11)V99 COMP-3.
000350     05  OI-STATUS             PIC X(01).
000360         88  OI-OPEN                 VALUE 'O'.
000370         88  OI-PAID                 VALUE 'P'.
000380     05  FILLER                PIC X(20).

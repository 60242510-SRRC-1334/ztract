000100*****************************************************************
000110*  PAYDISC.CPY
000120*  PAYMENT-DISCOUNT-RECORD - ONE ENTRY ON THE CUMULATIVE
000130*  EARLY-PAYMENT DISCOUNT LEDGER.  PAYSEL WRITES ONE FOR EVERY
000140*  INVOICE IT PAYS IN FULL FROM A VENDOR WHOSE TERMS OFFER A
000150*  DISCOUNT: TAKEN (T) WHEN THE VALUE DATE FELL INSIDE THE
000160*  DISCOUNT WINDOW AND THE DISCOUNT WAS NETTED FROM THE CASH,
000170*  LOST (L) WHEN THE INVOICE WAS PAID AFTER THE WINDOW CLOSED.
000180*  PAYVOID WRITES A NEGATIVE TAKEN ENTRY WHEN IT VOIDS A
000190*  PAYMENT THAT TOOK A DISCOUNT.  DISCRPT POSTS THE MONTH'S
000200*  TAKEN ENTRIES TO THE GL AND REPORTS THE LOST ONES BY VENDOR.
000210*  DH-DISC-HOME-AMOUNT IS THE DISCOUNT IN HOME CURRENCY AT THE
000220*  RATE CURRCNV STAMPED ON THE INVOICE.
000230*****************************************************************
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  ---------  ----  ---------------------------------------------
000270*  2026-10-15 JLH   INITIAL VERSION.
000280*****************************************************************
000290 01  PAYMENT-DISCOUNT-RECORD.
000300     05  DH-VENDOR-ID          PIC X(10).
000310     05  DH-INVOICE-ID         PIC 9(10).
000320     05  DH-INVOICE-DATE       PIC 9(08).
000330     05  DH-DISC-DATE          PIC 9(08).
000340     05  DH-PAY-DATE           PIC 9(08).
000350     05  DH-PAY-MONTH REDEFINES DH-PAY-DATE.
000360         10  DH-PAY-YYYYMM     PIC 9(06).
000370         10  FILLER            PIC 9(02).
000380     05  DH-DISC-PCT           PIC 9(02)V99.
000390     05  DH-GROSS-AMOUNT       PIC S9(11)V99 COMP-3.
000400     05  DH-DISC-AMOUNT        PIC S9(11)V99 COMP-3.
000410     05  DH-DISC-HOME-AMOUNT   PIC S9(11)V99 COMP-3.
000420     05  DH-CURRENCY           PIC X(03).
000430     05  DH-ENTRY-TYPE         PIC X(01).
000440         88  DH-TAKEN                VALUE 'T'.
000450         88  DH-LOST                 VALUE 'L'.
000460     05  DH-JOB-NAME           PIC X(08).
000470     05  FILLER                PIC X(19).

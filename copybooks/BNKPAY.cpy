000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ---------------------------------------------
000230*  2026-09-03 JLH   INITIAL VERSION.
000231*  2026-10-15 JLH   ADDED BP-GROSS-AMOUNT AND BP-DISCOUNT-AMOUNT
000232*                   SO THE INSTRUCTION SHOWS THE GROSS, THE
000233*                   EARLY-PAYMENT DISCOUNT TAKEN, AND THE NET
000234*                   (BP-AMOUNT, STILL THE CASH TO MOVE).  THE
000235*                   RECORD GROWS BY 14 BYTES.
000240*****************************************************************
000250 01  BANK-PAYMENT-RECORD.
000260     05  BP-VALUE-DATE         PIC 9(08).
000320     05  BP-REMIT-ZIP          PIC X(10).
000330     05  BP-AMOUNT             PIC S9(11)V99 COMP-3.
000340     05  BP-CURRENCY           PIC X(03).
000343     05  BP-GROSS-AMOUNT       PIC S9(11)V99 COMP-3.
000346     05  BP-DISCOUNT-AMOUNT    PIC S9(11)V99 COMP-3.
000350     05  FILLER                PIC X(10).
